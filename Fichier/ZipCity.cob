           LK-Answer.

           MainLine.
               CALL 'ParmLoad'
               IF NOT WSTableLoaded
                   PERFORM LoadZipTable
               END-IF
