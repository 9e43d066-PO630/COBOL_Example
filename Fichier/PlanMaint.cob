       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSPlanFileName FROM ENVIRONMENT "CUSTPLAN"
                   ON EXCEPTION
                       MOVE "PayPlan.dat" TO WSPlanFileName
