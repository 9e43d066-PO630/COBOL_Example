       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSCampHistName FROM ENVIRONMENT
                       "CUSTCAMPHIST"
                   ON EXCEPTION
