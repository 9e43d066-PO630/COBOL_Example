       PROCEDURE DIVISION USING LK-Customer LK-Selected.

           MainLine.
               CALL 'ParmLoad'
               IF NOT WSCriteriaLoaded
                   PERFORM LoadCriteria
               END-IF
