           LK-Street LK-Zip LK-City.

           MainLine.
               CALL 'ParmLoad'
               IF NOT WSTableLoaded
                   PERFORM LoadAltTable
               END-IF
