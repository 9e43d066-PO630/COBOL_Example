      *    approved entry stays visible until PostTrans's debit
      *    clears the credit and the balance falls off. Run after
      *    the nightly posting, or by hand.
      *
      *    A credit balance under a legal hold (LegalCheck:
      *    bankruptcy, deceased, litigation) is not queued -- money
      *    owed to an estate or a trustee is settled by the legal
      *    side, not the refund run -- and is listed instead on the
      *    sweep report (CUSTREFRPT, default RefundSweep.rpt).
      *
      *    A security deposit is never on CustBal.dat -- DepositMaint
      *    holds it on the deposit file -- so it cannot turn a
      *    balance into a credit and be swept here. A deposit that
      *    DepRelease has put on the queue for refund is carried
      *    forward as it stands while it is pending or held, and
      *    dropped once approved; it is never matched to a credit
      *    balance of the same customer.
      *|==============================================================|

       ENVIRONMENT DIVISION.
               SELECT NewQueueFile ASSIGN TO "RefundQ.new"
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT SweepReport ASSIGN TO WSReportFileName
                   ORGANIZATION IS LINE SEQUENTIAL.

      *|==============================================================|

       DATA DIVISION.
                               BY ==NewRefundQueueRecord==
                           LEADING ==Ref== BY ==NewR==.

               FD SweepReport.
                   1 SweepLine PIC X(80).

           WORKING-STORAGE SECTION.

               1 WSBalFileName PIC X(100).
               1 WSQueueFileName PIC X(100).
               1 WSReportFileName PIC X(100).

               1 WSBalFileStatus PIC X(2).
                   88 WSBalFileOK VALUE '00'.
               1 WSPriorOper PIC X(8).

               1 WSQueuedCount PIC 9(5) VALUE ZERO.
               1 WSDepCarried PIC 9(5) VALUE ZERO.

               1 WSDateCalcOp PIC X(1).
               1 WSDateCalcDays PIC S9(7).
               1 WSDateCalcDow PIC 9(1).
               1 WSDateCalcValid PIC X(1).

      *    Legal-hold verdict from the shared LegalCheck subprogram.
               1 WSLegalAnswer PIC X(1).
                   88 WSLegalHeld VALUE 'Y'.
               1 WSLegalType PIC X(1).
               1 WSLegalName PIC X(10).
               1 WSLegalCount PIC 9(5) VALUE ZERO.

      *    Report lines.
               1 HeadLine1.
                   2 FILLER PIC X(33)
                       VALUE " Refund sweep for               ".
                   2 PrnHeadDate PIC 9(8).

               1 HeadLine2.
                   2 FILLER PIC X(40)
                       VALUE " Credits held back by a legal hold:".

               1 HeadLine3.
                   2 FILLER PIC X(22)
                       VALUE "   Id       Hold".
                   2 FILLER PIC X(22)
                       VALUE "        Credit    Days".

               1 HeldLine.
                   2 FILLER PIC X(3) VALUE SPACE.
                   2 PrnHeldId PIC 9(7).
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnHeldName PIC X(10).
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnHeldCredit PIC Z,ZZZ,ZZ9.99-.
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnHeldDays PIC ZZZZ9.

               1 TotalLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnTotLabel PIC X(24).
                   2 PrnTotCount PIC ZZZZZZ9.

      *    Standard report identification and catalog registration.
               1 WSBnrFunction PIC X(1).
               1 WSBnrReportName PIC X(20) VALUE "RefundSweep".
               1 WSBnrRequestor PIC X(8) VALUE "BATCH".
               1 WSBnrCount PIC 9(7) VALUE ZERO.
               1 WSBnrLine1 PIC X(80).
               1 WSBnrLine2 PIC X(80).

               1 WSCatReportName PIC X(20).
               1 WSCatFileName PIC X(100).
               1 WSCatPages PIC 9(4) VALUE ZERO.
               1 WSCatRecords PIC 9(7) VALUE ZERO.

      *|==============================================================|

       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSBalFileName FROM ENVIRONMENT "CUSTBAL"
                   ON EXCEPTION
                       MOVE "CustBal.dat" TO WSBalFileName
                   ON EXCEPTION
                       MOVE "RefundQ.dat" TO WSQueueFileName
               END-ACCEPT
               ACCEPT WSReportFileName FROM ENVIRONMENT "CUSTREFRPT"
                   ON EXCEPTION
                       MOVE "RefundSweep.rpt" TO WSReportFileName
               END-ACCEPT
               ACCEPT WSDaysParm FROM ENVIRONMENT "CUSTREFDAYS"
                   ON EXCEPTION
                       MOVE SPACES TO WSDaysParm
               ELSE
                   MOVE WSBizDateParm TO WSRunDate
               END-IF
               OPEN OUTPUT NewQueueFile
               PERFORM LoadPriorQueue
               OPEN INPUT BalanceFile
               IF NOT WSBalFileOK
                   DISPLAY "RefundSweep: no balance file."
                   CLOSE NewQueueFile
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               OPEN OUTPUT SweepReport
               MOVE 'B' TO WSBnrFunction
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   WSBnrRequestor WSBnrCount WSBnrLine1 WSBnrLine2
               WRITE SweepLine FROM WSBnrLine1
               WRITE SweepLine FROM WSBnrLine2
               MOVE WSRunDate TO PrnHeadDate
               WRITE SweepLine FROM HeadLine1
                   AFTER ADVANCING 1 LINE
               WRITE SweepLine FROM HeadLine2
                   AFTER ADVANCING 2 LINES
               WRITE SweepLine FROM HeadLine3
                   AFTER ADVANCING 1 LINE
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSAtEOF
                   READ BalanceFile NEXT RECORD
               END-PERFORM
               CLOSE BalanceFile, NewQueueFile
               PERFORM SwapInNewQueue
               PERFORM PrintSweepTotals
               CLOSE SweepReport
               MOVE "RefundSweep" TO WSCatReportName
               MOVE WSReportFileName TO WSCatFileName
               MOVE WSQueuedCount TO WSCatRecords
               CALL 'RptCatalog' USING WSCatReportName
                   WSCatFileName WSCatPages WSCatRecords
               DISPLAY "RefundSweep: " WSQueuedCount
                   " credit balances on the refund queue."
               IF WSLegalCount > ZERO
                   DISPLAY "RefundSweep: " WSLegalCount
                       " credit balances held back, legal hold."
               END-IF
               GOBACK.

           LoadPriorQueue.
                   READ QueueFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           EVALUATE TRUE
                               WHEN RefDeposit
                                   PERFORM CarryDepositRefund
                               WHEN WSKnownCount < WSKnownMax
                                   PERFORM KeepKnownEntry
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE QueueFile.

           KeepKnownEntry.
               ADD 1 TO WSKnownCount
               MOVE RefIDNum TO KnownId(WSKnownCount)
               MOVE RefStatus TO KnownStatus(WSKnownCount)
               MOVE RefDecideDate TO KnownDecide(WSKnownCount)
               MOVE RefOperator TO KnownOper(WSKnownCount).

      *    A released deposit waiting on a supervisor goes straight
      *    across to the new queue; an approved one has been posted
      *    and is done.
           CarryDepositRefund.
               IF RefApproved
                   EXIT PARAGRAPH
               END-IF
               MOVE RefundQueueRecord TO NewRefundQueueRecord
               WRITE NewRefundQueueRecord
               ADD 1 TO WSDepCarried.

           SweepOneBalance.
               IF BalAmount >= ZERO
                   EXIT PARAGRAPH
                   OR WSDateCalcDays <= WSThreshold
                   EXIT PARAGRAPH
               END-IF
               CALL 'LegalCheck' USING BalIDNum WSLegalAnswer
                   WSLegalType WSLegalName
               IF WSLegalHeld
                   ADD 1 TO WSLegalCount
                   MOVE BalIDNum TO PrnHeldId
                   MOVE WSLegalName TO PrnHeldName
                   MOVE BalAmount TO PrnHeldCredit
                   MOVE WSDateCalcDays TO PrnHeldDays
                   WRITE SweepLine FROM HeldLine
                       AFTER ADVANCING 1 LINE
                   EXIT PARAGRAPH
               END-IF
               MOVE 'P' TO WSPriorStatus
               MOVE ZERO TO WSPriorDecide
               MOVE SPACES TO WSPriorOper
               MOVE WSRunDate TO NewRQueueDate
               MOVE WSPriorDecide TO NewRDecideDate
               MOVE WSPriorOper TO NewROperator
               MOVE SPACE TO NewRKind
               WRITE NewRefundQueueRecord
               ADD 1 TO WSQueuedCount.

               END-PERFORM
               CLOSE NewQueueFile, QueueFile.

           PrintSweepTotals.
               MOVE "Queued for refund" TO PrnTotLabel
               MOVE WSQueuedCount TO PrnTotCount
               WRITE SweepLine FROM TotalLine
                   AFTER ADVANCING 2 LINES
               MOVE "Held, legal hold" TO PrnTotLabel
               MOVE WSLegalCount TO PrnTotCount
               WRITE SweepLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE "Deposits awaiting refund" TO PrnTotLabel
               MOVE WSDepCarried TO PrnTotCount
               WRITE SweepLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE 'T' TO WSBnrFunction
               MOVE WSQueuedCount TO WSBnrCount
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   WSBnrRequestor WSBnrCount WSBnrLine1 WSBnrLine2
               WRITE SweepLine FROM WSBnrLine1.

      *|==============================================================|
