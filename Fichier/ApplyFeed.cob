       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSFeedFileName FROM ENVIRONMENT "CUSTFEED"
                   ON EXCEPTION
                       MOVE "ChangeFeed.dat" TO WSFeedFileName
