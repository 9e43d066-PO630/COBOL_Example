
               1 WSBeforeImage PIC X(221).

      *    Read-again check before each rewrite: a stamp other than
      *    the one the pass read means an operator saved the
      *    customer meanwhile, and the street is left for a rerun.
               1 WSReadStamp PIC 9(14).
               1 WSCollideFlag PIC X(1).
                   88 WSCollided VALUE 'Y'.
               1 WSCollideCount PIC 9(7) VALUE ZERO.
               1 WSJobOperator PIC X(8) VALUE "ADDRCLN".

               1 WSBnrFunction PIC X(1).
               1 WSBnrReportName PIC X(20) VALUE "AddrClean".
               1 WSBnrRequestor PIC X(8) VALUE "BATCH".
       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSDataFileName FROM ENVIRONMENT "CUSTMSTR"
                   ON EXCEPTION
                       MOVE "test.dat" TO WSDataFileName
                   WSCatFileName WSCatPages WSCatRecords
               DISPLAY "AddrClean: " WSScannedCount " scanned, "
                   WSChangedCount " standardized."
               IF WSCollideCount > ZERO
                   DISPLAY "AddrClean: " WSCollideCount " changed by "
                       "an operator during the run; rerun to "
                       "standardize them."
               END-IF
               GOBACK.

      *|==============================================================|
                   EXIT PARAGRAPH
               END-IF
               MOVE CustomerData TO WSBeforeImage
               PERFORM RereadForCollision
               IF WSCollided
                   ADD 1 TO WSCollideCount
                   EXIT PARAGRAPH
               END-IF
               MOVE IDNum TO PrnCleanId
               MOVE CustAddrStreet TO PrnBeforeStreet
               WRITE CleanLine FROM BeforeLine
               ADD 1 TO WSChangedCount
               PERFORM WriteJournalEntry.

      *|==============================================================|
      *    RereadForCollision reads the customer again by Id just
      *    before it is changed; the pass carries on from it as
      *    before. A stamp that has moved on since the pass read the
      *    record is a collision: CustCollide shows and journals the
      *    other save, and this record is left for a rerun.
      *|==============================================================|

           RereadForCollision.
               MOVE 'N' TO WSCollideFlag
               MOVE CustUpdatedStamp TO WSReadStamp
               READ DataFile
                   INVALID KEY
                       SET WSCollided TO TRUE
                       EXIT PARAGRAPH
               END-READ
               IF CustUpdatedStamp NOT = WSReadStamp
                   CALL 'CustCollide' USING WSJobOperator
                       WSBeforeImage CustomerData
                   SET WSCollided TO TRUE
               END-IF.

           WriteJournalEntry.
               OPEN EXTEND JournalFile
               IF WSJournalFileMissing
               MOVE WSBeforeImage TO JrnlBeforeImage
               MOVE CustomerData TO JrnlAfterImage
               MOVE SPACES TO JrnlMakerId
               CALL 'JrnlChain' USING 'J' WSJournalFileName
                   JournalRecord JrnlChainValue
               WRITE JournalRecord
               CLOSE JournalFile.

