
               1 WSOperatorId PIC X(8).
               1 WSOperatorRole PIC X(1).
                   88 WSRoleInquiry VALUE 'I', 'P'.
               1 WSSignonValid PIC X(1).
                   88 WSSignonOK VALUE 'Y'.

       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSCostFileName FROM ENVIRONMENT "CUSTCAMPCOST"
                   ON EXCEPTION
                       MOVE "CampCost.dat" TO WSCostFileName
