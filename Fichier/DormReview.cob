       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSDormFileName FROM ENVIRONMENT "CUSTDORM"
                   ON EXCEPTION
                       MOVE "Dormant.dat" TO WSDormFileName
