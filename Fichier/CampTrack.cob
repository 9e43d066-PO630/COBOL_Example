           LK-Answer.

           MainLine.
               CALL 'ParmLoad'
               IF NOT WSTableLoaded
                   PERFORM FirstCallSetup
               END-IF
