       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSCodeFileName FROM ENVIRONMENT "CUSTCODES"
                   ON EXCEPTION
                       MOVE "CodeTable.dat" TO WSCodeFileName
