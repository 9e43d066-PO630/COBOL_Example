       PROCEDURE DIVISION USING LK-Base LK-Digit LK-Valid.

           MainLine.
               CALL 'ParmLoad'
               MOVE 'N' TO LK-Valid
               ACCEPT WSNextIdFileName FROM ENVIRONMENT "CUSTNEXTID"
                   ON EXCEPTION
