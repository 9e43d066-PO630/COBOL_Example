       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSZipRefFileName FROM ENVIRONMENT "CUSTZIPREF"
                   ON EXCEPTION
                       MOVE "ZipCity.dat" TO WSZipRefFileName
