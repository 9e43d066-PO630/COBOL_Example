       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSLimitFileName FROM ENVIRONMENT "CUSTLIMIT"
                   ON EXCEPTION
                       MOVE "CredLimit.dat" TO WSLimitFileName
