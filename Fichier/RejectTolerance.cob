           LK-Breached.

           MainLine.
               CALL 'ParmLoad'
               MOVE 'N' TO LK-Breached
               ACCEPT WSMaxParm FROM ENVIRONMENT "CUSTREJMAX"
                   ON EXCEPTION
