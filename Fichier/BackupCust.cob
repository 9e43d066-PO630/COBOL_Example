       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSBizDateParm FROM ENVIRONMENT "CUSTBIZDATE"
                   ON EXCEPTION
                       MOVE SPACES TO WSBizDateParm
               MOVE WSRunDate TO CatRunDate
               MOVE WSRecordCount TO CatRecordCount
               MOVE WSTrailerCount TO CatTrailerCount
               MOVE SPACES TO CatSetId
               MOVE SPACES TO CatMember
               IF WSArchiveVerified
                   SET CatVerified TO TRUE
               ELSE
