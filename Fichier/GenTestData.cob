       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSGenFileName FROM ENVIRONMENT "CUSTGENMSTR"
                   ON EXCEPTION
                       MOVE "testgen.dat" TO WSGenFileName
