       PROCEDURE DIVISION USING LK-Function LK-Holder LK-Held.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSLockFileName FROM ENVIRONMENT "CUSTLOCKF"
                   ON EXCEPTION
                       MOVE "CustLock.dat" TO WSLockFileName
