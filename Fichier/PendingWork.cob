                           88 BatchAddTran VALUES ' ', 'A'.
                           88 BatchUpdateTran VALUE 'U'.
                           88 BatchDeleteTran VALUE 'D'.
                       2 BatchReferrerId PIC X(7).

      *    Same PostingTransaction layout PostTrans reads; batch
      *    header lines (reserved Id 0000000, type 'H') are control
       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSTransFileName FROM ENVIRONMENT "CUSTTRANS"
                   ON EXCEPTION
                       MOVE "DailyTrans.dat" TO WSTransFileName
                       BatchAddrStreet
                   DISPLAY "          " BatchAddrZip " "
                       BatchAddrCity
               END-IF
               IF BatchAddTran AND BatchReferrerId NOT = SPACES
                   DISPLAY "          referred by " BatchReferrerId
               END-IF.

      *|==============================================================|
