           LK-Valid LK-Desc.

           MainLine.
               CALL 'ParmLoad'
               IF NOT WSTableLoaded
                   PERFORM LoadCodeTable
               END-IF
