       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSRunLogFileName FROM ENVIRONMENT "CUSTRUNLOG"
                   ON EXCEPTION
                       MOVE "RunLog.dat" TO WSRunLogFileName
