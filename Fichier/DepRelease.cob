      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DepRelease.

      *|==============================================================|
      *    DepRelease is the nightly step that gives security
      *    deposits back. It reads the deposit file (CUSTDEPOSIT,
      *    default Deposit.dat, DepRec.cpy layout, kept by
      *    DepositMaint) and releases every deposit still held that
      *    is due to come back on the business date:
      *        - a supervisor has requested the release;
      *        - the account has closed, or left the master,
      *          whatever the deposit's own condition says;
      *        - the deposit is released on a date, and the date
      *          has come.
      *    Interest is brought up to the business date first
      *    (DepAccrue), so the customer gets every day's worth.
      *
      *    When the account has closed owing money, the deposit
      *    pays what is owed first, as far as it goes: a supervisor
      *    adjustment credit ("DEPOSIT APPLIED") is queued on the
      *    posting input file (CUSTPOSTIN, default PostTrans.dat)
      *    under its own deposit batch header, so PostTrans proves
      *    and applies it with the night's work -- run ahead of the
      *    posting step. The balance read is last night's; should
      *    tonight's postings leave the account in credit after all,
      *    the refund sweep pays that back in the ordinary way.
      *
      *    Whatever is left goes on the refund queue (CUSTREFQ,
      *    default RefundQ.dat, RefdRec.cpy layout) as a pending
      *    deposit refund, for a supervisor to approve on
      *    RefundReview like any other refund. The deposit record is
      *    marked released, with what was applied and what was
      *    refunded.
      *
      *    A deposit under a legal hold (LegalCheck: bankruptcy,
      *    deceased, litigation) is not released -- the legal side
      *    settles money owed to an estate or a trustee -- and is
      *    listed on the release register (CUSTDEPRELRPT, default
      *    DepRelease.rpt) instead. The register lists every
      *    deposit released tonight and closes with the totals.
      *    Only held deposits are looked at, so a rerun of the same
      *    night releases nothing twice.
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT DepositFile ASSIGN TO WSDepFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DepIDNum
                   FILE STATUS IS WSDepFileStatus.

               SELECT CustomerFile ASSIGN TO WSCustFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS IDNum
                   ALTERNATE RECORD KEY IS LastName
                       WITH DUPLICATES
                   FILE STATUS IS WSFileStatus.

               SELECT BalanceFile ASSIGN TO WSBalFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS BalIDNum
                   FILE STATUS IS WSBalFileStatus.

               SELECT QueueFile ASSIGN TO WSQueueFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSQueueStatus.

               SELECT PostingFile ASSIGN TO WSPostFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSPostFileStatus.

               SELECT ScratchFile ASSIGN TO "DepRelease.wrk"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSScratchStatus.

               SELECT ReleaseReport ASSIGN TO WSReportFileName
                   ORGANIZATION IS LINE SEQUENTIAL.

      *|==============================================================|

       DATA DIVISION.

           FILE SECTION.

               FD DepositFile.
                   COPY "DepRec.cpy".

               FD CustomerFile.
                   COPY "CustRec.cpy".

               FD BalanceFile.
                   COPY "BalRec.cpy".

               FD QueueFile.
                   COPY "RefdRec.cpy".

               FD PostingFile.
                   1 PostingFileLine PIC X(45).

      *    Deposit batch header in PostTrans's layout, written ahead
      *    of tonight's applications so the posting step balances
      *    them like any branch deposit.
                   1 PostingBatchHeader.
                       2 PBHIDNum PIC 9(7).
                       2 PBHType PIC X(1).
                       2 PBHDepositDate PIC 9(8).
                       2 PBHItemCount PIC 9(7).
                       2 PBHDebitTotal PIC 9(9)V99.
                       2 PBHCreditTotal PIC 9(9)V99.
                       2 PBHOperator PIC X(8).

      *    The applications collect on a scratch file first, so
      *    their count and hash total are known before the header
      *    goes out ahead of them.
               FD ScratchFile.
                   1 PostingAdjustment.
                       2 PAdjIDNum PIC 9(7).
                       2 PAdjType PIC X(1).
                       2 PAdjAmount PIC 9(7)V99.
                       2 PAdjDirection PIC X(1).
                       2 PAdjDesc PIC X(19).

               FD ReleaseReport.
                   1 ReleaseLine PIC X(100).

           WORKING-STORAGE SECTION.

               1 WSDepFileName PIC X(100).
               1 WSCustFileName PIC X(100).
               1 WSBalFileName PIC X(100).
               1 WSQueueFileName PIC X(100).
               1 WSPostFileName PIC X(100).
               1 WSReportFileName PIC X(100).

               1 WSDepFileStatus PIC X(2).
                   88 WSDepFileOK VALUE '00'.
               1 WSFileStatus PIC X(2).
                   88 WSFileOK VALUE '00'.
               1 WSBalFileStatus PIC X(2).
                   88 WSBalFileOK VALUE '00'.
               1 WSQueueStatus PIC X(2).
                   88 WSQueueMissing VALUE '35'.
               1 WSPostFileStatus PIC X(2).
                   88 WSPostFileMissing VALUE '35'.
               1 WSScratchStatus PIC X(2).
                   88 WSScratchOK VALUE '00'.

               1 WSBalAvailFlag PIC X(1) VALUE 'N'.
                   88 WSBalFileAvail VALUE 'Y'.
               1 WSQueueOpenFlag PIC X(1) VALUE 'N'.
                   88 WSQueueOpen VALUE 'Y'.

               1 WSEOF PIC X(1).
                   88 WSAtEOF VALUE 'Y'.
               1 WSScratchEOF PIC X(1).
                   88 WSScratchAtEOF VALUE 'Y'.

               1 WSBizDateParm PIC X(8).
               1 WSRunDate PIC 9(8).

               1 WSClosedFlag PIC X(1).
                   88 WSAccountClosed VALUE 'Y'.
               1 WSDueFlag PIC X(1).
                   88 WSReleaseDue VALUE 'Y'.
               1 WSDueWhy PIC X(10).

               1 WSDepInterest PIC 9(7)V99.
               1 WSOwed PIC 9(7)V99.
               1 WSApplyAmount PIC 9(7)V99.
               1 WSRefundAmount PIC 9(7)V99.

      *    Legal-hold verdict from the shared LegalCheck subprogram.
               1 WSLegalAnswer PIC X(1).
                   88 WSLegalHeld VALUE 'Y'.
               1 WSLegalType PIC X(1).
               1 WSLegalName PIC X(10).

               1 WSHeldSeen PIC 9(7) VALUE ZERO.
               1 WSReleasedCount PIC 9(7) VALUE ZERO.
               1 WSReleasedTotal PIC 9(9)V99 VALUE ZERO.
               1 WSApplyCount PIC 9(7) VALUE ZERO.
               1 WSApplyTotal PIC 9(9)V99 VALUE ZERO.
               1 WSRefundCount PIC 9(7) VALUE ZERO.
               1 WSRefundTotal PIC 9(9)V99 VALUE ZERO.
               1 WSLegalCount PIC 9(7) VALUE ZERO.

               1 HeadLine1.
                   2 FILLER PIC X(33)
                       VALUE " Security deposits released for ".
                   2 PrnHeadDate PIC 9(8).

               1 HeadLine2.
                   2 FILLER PIC X(10) VALUE "   Id".
                   2 FILLER PIC X(11) VALUE "Why".
                   2 FILLER PIC X(12) VALUE "    Released".
                   2 FILLER PIC X(12) VALUE "    Interest".
                   2 FILLER PIC X(12) VALUE "     Applied".
                   2 FILLER PIC X(12) VALUE "    Refunded".
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 FILLER PIC X(20) VALUE "Note".

               1 DetailLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnDetId PIC 9(7).
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnDetWhy PIC X(10).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnDetAmount PIC ZZZZ,ZZ9.99.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnDetInterest PIC ZZZZ,ZZ9.99.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnDetApplied PIC ZZZZ,ZZ9.99.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnDetRefunded PIC ZZZZ,ZZ9.99.
                   2 FILLER PIC X(3) VALUE SPACE.
                   2 PrnDetNote PIC X(20).

               1 TotalLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnTotLabel PIC X(24).
                   2 PrnTotCount PIC ZZZZZZ9.
                   2 FILLER PIC X(3) VALUE SPACE.
                   2 PrnTotAmount PIC ZZZ,ZZZ,ZZ9.99.

      *    Standard report identification and catalog registration.
               1 WSBnrFunction PIC X(1).
               1 WSBnrReportName PIC X(20) VALUE "DepRelease".
               1 WSBnrRequestor PIC X(8) VALUE "BATCH".
               1 WSBnrCount PIC 9(7) VALUE ZERO.
               1 WSBnrLine1 PIC X(80).
               1 WSBnrLine2 PIC X(80).

               1 WSCatReportName PIC X(20).
               1 WSCatFileName PIC X(100).
               1 WSCatPages PIC 9(4) VALUE ZERO.
               1 WSCatRecords PIC 9(7) VALUE ZERO.

      *    Run-log work area handed to the shared RunLog subprogram.
               1 WSLogStepName PIC X(20) VALUE "DepRelease".
               1 WSLogEvent PIC X(1).
               1 WSLogRecords PIC 9(7) VALUE ZERO.
               1 WSLogRejects PIC 9(7) VALUE ZERO.
               1 WSLogRC PIC 9(4) VALUE ZERO.
               1 WSLogCapacity PIC 9(5) VALUE ZERO.

      *|==============================================================|

       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSBizDateParm FROM ENVIRONMENT "CUSTBIZDATE"
                   ON EXCEPTION
                       MOVE SPACES TO WSBizDateParm
               END-ACCEPT
               IF WSBizDateParm = SPACES
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WSRunDate
               ELSE
                   MOVE WSBizDateParm TO WSRunDate
               END-IF
               ACCEPT WSDepFileName FROM ENVIRONMENT "CUSTDEPOSIT"
                   ON EXCEPTION
                       MOVE "Deposit.dat" TO WSDepFileName
               END-ACCEPT
               ACCEPT WSCustFileName FROM ENVIRONMENT "CUSTMSTR"
                   ON EXCEPTION
                       MOVE "test.dat" TO WSCustFileName
               END-ACCEPT
               ACCEPT WSBalFileName FROM ENVIRONMENT "CUSTBAL"
                   ON EXCEPTION
                       MOVE "CustBal.dat" TO WSBalFileName
               END-ACCEPT
               ACCEPT WSQueueFileName FROM ENVIRONMENT "CUSTREFQ"
                   ON EXCEPTION
                       MOVE "RefundQ.dat" TO WSQueueFileName
               END-ACCEPT
               ACCEPT WSPostFileName FROM ENVIRONMENT "CUSTPOSTIN"
                   ON EXCEPTION
                       MOVE "PostTrans.dat" TO WSPostFileName
               END-ACCEPT
               ACCEPT WSReportFileName FROM ENVIRONMENT
                       "CUSTDEPRELRPT"
                   ON EXCEPTION
                       MOVE "DepRelease.rpt" TO WSReportFileName
               END-ACCEPT
               MOVE 'S' TO WSLogEvent
               PERFORM WriteRunLogRecord
               OPEN I-O DepositFile
               IF NOT WSDepFileOK
                   DISPLAY "DepRelease: no deposits on file; "
                       "nothing to release."
                   MOVE 'E' TO WSLogEvent
                   PERFORM WriteRunLogRecord
                   MOVE ZERO TO RETURN-CODE
                   GOBACK
               END-IF
               OPEN INPUT CustomerFile
               IF NOT WSFileOK
                   DISPLAY "DepRelease: customer file will not "
                       "open: " WSFileStatus
                   CLOSE DepositFile
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               OPEN INPUT BalanceFile
               IF WSBalFileOK
                   SET WSBalFileAvail TO TRUE
               END-IF
               OPEN OUTPUT ScratchFile
               OPEN OUTPUT ReleaseReport
               MOVE 'B' TO WSBnrFunction
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   WSBnrRequestor WSBnrCount WSBnrLine1 WSBnrLine2
               WRITE ReleaseLine FROM WSBnrLine1
               WRITE ReleaseLine FROM WSBnrLine2
               MOVE WSRunDate TO PrnHeadDate
               WRITE ReleaseLine FROM HeadLine1
                   AFTER ADVANCING 1 LINE
               WRITE ReleaseLine FROM HeadLine2
                   AFTER ADVANCING 2 LINES
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSAtEOF
                   READ DepositFile NEXT RECORD
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF DepHeld OR DepReleaseAsked
                               PERFORM JudgeOneDeposit
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DepositFile, CustomerFile, ScratchFile
               IF WSBalFileAvail
                   CLOSE BalanceFile
               END-IF
               IF WSQueueOpen
                   CLOSE QueueFile
               END-IF
               PERFORM AppendApplyBatch
               PERFORM PrintReleaseTotals
               CLOSE ReleaseReport
               MOVE "DepRelease" TO WSCatReportName
               MOVE WSReportFileName TO WSCatFileName
               MOVE WSReleasedCount TO WSCatRecords
               CALL 'RptCatalog' USING WSCatReportName
                   WSCatFileName WSCatPages WSCatRecords
               DISPLAY "DepRelease: " WSReleasedCount
                   " deposits released, " WSApplyCount
                   " applied to a balance, " WSRefundCount
                   " queued for refund."
               IF WSLegalCount > ZERO
                   DISPLAY "DepRelease: " WSLegalCount
                       " deposits held back, legal hold."
               END-IF
               MOVE 'E' TO WSLogEvent
               MOVE WSReleasedCount TO WSLogRecords
               PERFORM WriteRunLogRecord
               MOVE ZERO TO RETURN-CODE
               GOBACK.

      *|==============================================================|
      *    JudgeOneDeposit decides whether a held deposit comes back
      *    tonight and, when it does, splits it between the balance
      *    owed and the refund, and marks it released.
      *|==============================================================|

           JudgeOneDeposit.
               ADD 1 TO WSHeldSeen
               PERFORM ReadDepCustomer
               MOVE 'N' TO WSDueFlag
               EVALUATE TRUE
                   WHEN WSAccountClosed
                       MOVE 'Y' TO WSDueFlag
                       MOVE "Closed" TO WSDueWhy
                   WHEN DepReleaseAsked
                       MOVE 'Y' TO WSDueFlag
                       MOVE "Requested" TO WSDueWhy
                   WHEN DepReleaseOnDate
                       AND DepReleaseDate NOT = ZERO
                       AND DepReleaseDate <= WSRunDate
                       MOVE 'Y' TO WSDueFlag
                       MOVE "Date" TO WSDueWhy
               END-EVALUATE
               IF NOT WSReleaseDue
                   EXIT PARAGRAPH
               END-IF
               CALL 'LegalCheck' USING DepIDNum WSLegalAnswer
                   WSLegalType WSLegalName
               IF WSLegalHeld
                   ADD 1 TO WSLegalCount
                   MOVE DepIDNum TO PrnDetId
                   MOVE WSDueWhy TO PrnDetWhy
                   MOVE DepAmount TO PrnDetAmount
                   MOVE ZERO TO PrnDetInterest PrnDetApplied
                       PrnDetRefunded
                   MOVE SPACES TO PrnDetNote
                   STRING "Legal hold " DELIMITED BY SIZE
                          WSLegalName DELIMITED BY SIZE
                       INTO PrnDetNote
                   END-STRING
                   WRITE ReleaseLine FROM DetailLine
                       AFTER ADVANCING 1 LINE
                   EXIT PARAGRAPH
               END-IF
               CALL 'DepAccrue' USING DepositRecord WSRunDate
                   WSDepInterest
               PERFORM FindBalanceOwed
               MOVE DepAmount TO WSApplyAmount
               IF WSOwed < WSApplyAmount
                   MOVE WSOwed TO WSApplyAmount
               END-IF
               COMPUTE WSRefundAmount = DepAmount - WSApplyAmount
               IF WSApplyAmount > ZERO
                   PERFORM QueueApplication
               END-IF
               IF WSRefundAmount > ZERO
                   PERFORM QueueDepositRefund
               END-IF
               MOVE 'X' TO DepStatus
               MOVE WSApplyAmount TO DepApplied
               MOVE WSRefundAmount TO DepRefunded
               MOVE WSRunDate TO DepReleasedOn
               REWRITE DepositRecord
                   INVALID KEY
                       DISPLAY "DepRelease: rewrite failed for "
                           DepIDNum ": " WSDepFileStatus
               END-REWRITE
               ADD 1 TO WSReleasedCount
               ADD DepAmount TO WSReleasedTotal
               MOVE DepIDNum TO PrnDetId
               MOVE WSDueWhy TO PrnDetWhy
               MOVE DepAmount TO PrnDetAmount
               MOVE WSDepInterest TO PrnDetInterest
               MOVE WSApplyAmount TO PrnDetApplied
               MOVE WSRefundAmount TO PrnDetRefunded
               MOVE SPACES TO PrnDetNote
               WRITE ReleaseLine FROM DetailLine
                   AFTER ADVANCING 1 LINE.

      *    An account gone from the master is treated as closed.
           ReadDepCustomer.
               MOVE 'Y' TO WSClosedFlag
               MOVE DepIDNum TO IDNum OF CustomerData
               READ CustomerFile
                   INVALID KEY
                       EXIT PARAGRAPH
               END-READ
               IF NOT CustClosed OF CustomerData
                   MOVE 'N' TO WSClosedFlag
               END-IF.

      *    Only a closed account's debt is paid from its deposit;
      *    an open account settles its own balance.
           FindBalanceOwed.
               MOVE ZERO TO WSOwed
               IF NOT WSAccountClosed OR NOT WSBalFileAvail
                   EXIT PARAGRAPH
               END-IF
               MOVE DepIDNum TO BalIDNum
               READ BalanceFile
                   INVALID KEY
                       EXIT PARAGRAPH
               END-READ
               IF BalAmount > ZERO
                   MOVE BalAmount TO WSOwed
               END-IF.

           QueueApplication.
               MOVE DepIDNum TO PAdjIDNum
               MOVE 'A' TO PAdjType
               MOVE WSApplyAmount TO PAdjAmount
               MOVE 'C' TO PAdjDirection
               MOVE "DEPOSIT APPLIED" TO PAdjDesc
               WRITE PostingAdjustment
               ADD 1 TO WSApplyCount
               ADD WSApplyAmount TO WSApplyTotal.

      *    The refund goes on the queue as a deposit, pending, dated
      *    from the day the money came in.
           QueueDepositRefund.
               IF NOT WSQueueOpen
                   OPEN EXTEND QueueFile
                   IF WSQueueMissing
                       OPEN OUTPUT QueueFile
                   END-IF
                   SET WSQueueOpen TO TRUE
               END-IF
               MOVE SPACES TO RefundQueueRecord
               MOVE DepIDNum TO RefIDNum
               MOVE 'P' TO RefStatus
               MOVE WSRefundAmount TO RefAmount
               MOVE DepReceived TO RefLastPost
               MOVE WSRunDate TO RefQueueDate
               MOVE ZERO TO RefDecideDate
               MOVE 'D' TO RefKind
               WRITE RefundQueueRecord
               ADD 1 TO WSRefundCount
               ADD WSRefundAmount TO WSRefundTotal.

      *|==============================================================|
      *    AppendApplyBatch moves the scratch file onto the posting
      *    input behind its own deposit header. Adjustments are
      *    proven with the debits, so the credit hash is zero.
      *    Nothing appends when no deposit paid a balance.
      *|==============================================================|

           AppendApplyBatch.
               IF WSApplyCount = ZERO
                   EXIT PARAGRAPH
               END-IF
               OPEN EXTEND PostingFile
               IF WSPostFileMissing
                   OPEN OUTPUT PostingFile
               END-IF
               MOVE ZERO TO PBHIDNum
               MOVE 'H' TO PBHType
               MOVE WSRunDate TO PBHDepositDate
               MOVE WSApplyCount TO PBHItemCount
               MOVE WSApplyTotal TO PBHDebitTotal
               MOVE ZERO TO PBHCreditTotal
               MOVE "DEPOSIT" TO PBHOperator
               WRITE PostingBatchHeader
               MOVE 'N' TO WSScratchEOF
               OPEN INPUT ScratchFile
               PERFORM UNTIL WSScratchAtEOF
                   READ ScratchFile
                       AT END SET WSScratchAtEOF TO TRUE
                       NOT AT END
                           WRITE PostingFileLine
                               FROM PostingAdjustment
                   END-READ
               END-PERFORM
               CLOSE ScratchFile, PostingFile.

           PrintReleaseTotals.
               MOVE "Held deposits read" TO PrnTotLabel
               MOVE WSHeldSeen TO PrnTotCount
               MOVE ZERO TO PrnTotAmount
               WRITE ReleaseLine FROM TotalLine
                   AFTER ADVANCING 2 LINES
               MOVE "Released" TO PrnTotLabel
               MOVE WSReleasedCount TO PrnTotCount
               MOVE WSReleasedTotal TO PrnTotAmount
               WRITE ReleaseLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE "Applied to balance owed" TO PrnTotLabel
               MOVE WSApplyCount TO PrnTotCount
               MOVE WSApplyTotal TO PrnTotAmount
               WRITE ReleaseLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE "Queued for refund" TO PrnTotLabel
               MOVE WSRefundCount TO PrnTotCount
               MOVE WSRefundTotal TO PrnTotAmount
               WRITE ReleaseLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE "Held back, legal hold" TO PrnTotLabel
               MOVE WSLegalCount TO PrnTotCount
               MOVE ZERO TO PrnTotAmount
               WRITE ReleaseLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE 'T' TO WSBnrFunction
               MOVE WSReleasedCount TO WSBnrCount
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   WSBnrRequestor WSBnrCount WSBnrLine1 WSBnrLine2
               WRITE ReleaseLine FROM WSBnrLine1.

           WriteRunLogRecord.
               CALL 'RunLog' USING WSLogStepName WSLogEvent
                   WSLogRecords WSLogRejects WSLogRC
                   WSLogCapacity.

      *|==============================================================|
