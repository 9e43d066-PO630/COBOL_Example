       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSDistFileName FROM ENVIRONMENT
                       "CUSTDISTDEF"
                   ON EXCEPTION
