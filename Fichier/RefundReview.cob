      *    things at once -- the offsetting debit posting is
      *    written to the pending posting file (CUSTPOSTIN, under
      *    its own batch header, so the ordinary PostTrans
      *    discipline applies) and the check goes on the refund-
      *    check register (CUSTCHKREG, default RefChkReg.dat,
      *    RefChk.cpy) as queued, for the nightly RefChkRun to
      *    number, print, and report to the bank. Held entries stay
      *    on the queue and come back tomorrow; nothing is ever
      *    refunded by memory again.
      *
      *    Each approved refund check goes on the customer
      *    correspondence log through CorrLog as document type
      *    REFUND, with the mailing address off the master (a
      *    seasonal address through AltAddr when one covers the
      *    business date) the office will send it to.
      *
      *    A security deposit DepRelease has released for refund
      *    comes up on the same queue, shown as a deposit. It was
      *    never on the balance, so its approval posts two
      *    supervisor adjustments in the same batch: the deposit
      *    credited onto the balance ("DEPOSIT RELEASE") and the
      *    refund debited off it ("REFUND CHECK"). The balance nets
      *    to where it was, and RefChkRun finds the refund debit on
      *    the posting history like any other -- on a closed
      *    account too, since adjustments post to any status.
      *|==============================================================|

       ENVIRONMENT DIVISION.
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSPostFileStatus.

               SELECT CheckRegFile ASSIGN TO WSCheckRegFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSCheckRegStatus.

               SELECT CustomerFile ASSIGN TO WSCustFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS IDNum
                   ALTERNATE RECORD KEY IS LastName
                       WITH DUPLICATES
                   FILE STATUS IS WSFileStatus.

      *|==============================================================|

                       2 PostTType PIC X(1).
                       2 PostTAmount PIC 9(7)V99.
                       2 PostTDesc PIC X(20).
      *    Adjustment line, for a released deposit: a direction
      *    byte says which way the balance moves.
                   1 PostingAdjustment.
                       2 PAdjIDNum PIC 9(7).
                       2 PAdjType PIC X(1).
                       2 PAdjAmount PIC 9(7)V99.
                       2 PAdjDirection PIC X(1).
                       2 PAdjDesc PIC X(19).
                   1 PostingBatchHeader.
                       2 PBHIDNum PIC 9(7).
                       2 PBHType PIC X(1).
      *    human on the posting journal.
                       2 PBHOperator PIC X(8).

               FD CheckRegFile.
                   COPY "RefChk.cpy".

               FD CustomerFile.
                   COPY "CustRec.cpy".

           WORKING-STORAGE SECTION.

               1 WSQueueFileName PIC X(100).
               1 WSPostFileName PIC X(100).
               1 WSCheckRegFileName PIC X(100).

               1 WSQueueStatus PIC X(2).
                   88 WSQueueOK VALUE '00'.
               1 WSPostFileStatus PIC X(2).
                   88 WSPostFileMissing VALUE '35'.
               1 WSCheckRegStatus PIC X(2).
                   88 WSCheckRegMissing VALUE '35'.

               1 WSCustFileName PIC X(100).
               1 WSFileStatus PIC X(2).
                   88 WSFileOK VALUE '00'.
               1 WSCustAvailFlag PIC X(1) VALUE 'N'.
                   88 WSCustFileAvail VALUE 'Y'.

               1 WSEOF PIC X(1).
                   88 WSAtEOF VALUE 'Y'.
               1 WSQIdx PIC 9(4).

               1 QTable.
                   2 QSlot OCCURS 2000 TIMES PIC X(50).

      *    Which slots THIS session approved: the posting batch is
      *    built from this table, never re-derived from status and
               1 WSApprovedTotal PIC 9(9)V99 VALUE ZERO.
               1 WSHeldCount PIC 9(4) VALUE ZERO.

      *    Lines and hash for the posting batch: a released deposit
      *    goes out as two adjustment lines, both hashed as debits
      *    the way PostTrans proves every type but a plain credit.
               1 WSPostLineCount PIC 9(7) VALUE ZERO.
               1 WSPostDebitHash PIC 9(9)V99 VALUE ZERO.

               1 WSShowAmount PIC ZZZZZZ9.99.

      *    Mailing-address resolution through the AltAddr
      *    subprogram, and the correspondence-log work area for the
      *    shared CorrLog subprogram: one line per check approved.
               1 WSResAddrNum PIC 9(3).
               1 WSResStreet PIC X(40).
               1 WSResZip PIC X(5).
               1 WSResCity PIC X(20).

               1 WSCorrDocType PIC X(8) VALUE "REFUND".
               1 WSCorrTemplate PIC X(20) VALUE "REFUND CHECK".
               1 WSCorrChannel PIC X(5) VALUE "MAIL".
               1 WSCorrAddress PIC X(80).
               1 WSCorrSource PIC X(12) VALUE "RefundReview".

      *|==============================================================|

       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSQueueFileName FROM ENVIRONMENT "CUSTREFQ"
                   ON EXCEPTION
                       MOVE "RefundQ.dat" TO WSQueueFileName
                   ON EXCEPTION
                       MOVE "PostTrans.dat" TO WSPostFileName
               END-ACCEPT
               ACCEPT WSCheckRegFileName FROM ENVIRONMENT
                       "CUSTCHKREG"
                   ON EXCEPTION
                       MOVE "RefChkReg.dat" TO WSCheckRegFileName
               END-ACCEPT
               ACCEPT WSBizDateParm FROM ENVIRONMENT "CUSTBIZDATE"
                   ON EXCEPTION
                   DISPLAY "The refund queue is empty."
                   GOBACK
               END-IF
               ACCEPT WSCustFileName FROM ENVIRONMENT "CUSTMSTR"
                   ON EXCEPTION
                       MOVE "test.dat" TO WSCustFileName
               END-ACCEPT
               OPEN INPUT CustomerFile
               IF WSFileOK
                   SET WSCustFileAvail TO TRUE
               END-IF
               PERFORM ReviewOneRefund
                   VARYING WSQIdx FROM 1 BY 1
                   UNTIL WSQIdx > WSQCount
               IF WSCustFileAvail
                   CLOSE CustomerFile
               END-IF
               PERFORM SaveRefundQueue
               IF WSApprovedCount > ZERO
                   PERFORM WriteRefundPostings
               END-IF
               MOVE WRAmount TO WSShowAmount
               DISPLAY " "
               IF WRDeposit
                   DISPLAY "Deposit released: customer " WRIDNum
                       "  owed back " WSShowAmount
                       "  held since " WRLastPost
               ELSE
                   DISPLAY "Credit balance: customer " WRIDNum
                       "  owed back " WSShowAmount
                       "  since " WRLastPost
               END-IF
               DISPLAY "Approve refund or Hold (A/H/space) : "
                   WITH NO ADVANCING
               ACCEPT WSDecision
                       MOVE 'Y' TO SessionApproved(WSQIdx)
                       ADD 1 TO WSApprovedCount
                       ADD WRAmount TO WSApprovedTotal
                       IF WRDeposit
                           ADD 2 TO WSPostLineCount
                           COMPUTE WSPostDebitHash =
                               WSPostDebitHash + WRAmount * 2
                       ELSE
                           ADD 1 TO WSPostLineCount
                           ADD WRAmount TO WSPostDebitHash
                       END-IF
                       PERFORM WriteCheckRegLine
                       PERFORM LogRefundCheck
                       DISPLAY "Refund approved."
                   WHEN WSHoldIt
                       MOVE 'H' TO WRStatus
                       CONTINUE
               END-EVALUATE.

      *    WriteCheckRegLine queues the approved check, unnumbered;
      *    the number, the payee, and the printing come from
      *    RefChkRun once the refund debit has posted.
           WriteCheckRegLine.
               OPEN EXTEND CheckRegFile
               IF WSCheckRegMissing
                   OPEN OUTPUT CheckRegFile
               END-IF
               MOVE SPACES TO RefundCheckRecord
               MOVE ZERO TO ChkNumber ChkPostDate ChkIssueDate
                   ChkStatusDate
               MOVE WRIDNum TO ChkIDNum
               MOVE WRAmount TO ChkAmount
               MOVE 'Q' TO ChkStatus
               MOVE WSRunDate TO ChkQueueDate
               MOVE WSOperatorId TO ChkOperator
               WRITE RefundCheckRecord
               CLOSE CheckRegFile.

      *|==============================================================|
      *    LogRefundCheck puts the approved check on the customer's
      *    correspondence log, addressed where the office will mail
      *    it. A customer gone from the master is logged with no
      *    address rather than not at all.
      *|==============================================================|

           LogRefundCheck.
               MOVE SPACES TO WSCorrAddress
               IF WSCustFileAvail
                   MOVE WRIDNum TO IDNum OF CustomerData
                   READ CustomerFile
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           PERFORM ResolveRefundAddress
                   END-READ
               END-IF
               CALL 'CorrLog' USING WRIDNum WSCorrDocType
                   WSCorrTemplate WSCorrChannel WSCorrAddress
                   WSCorrSource.

           ResolveRefundAddress.
               MOVE CustAddrNum OF CustomerData TO WSResAddrNum
               MOVE CustAddrStreet OF CustomerData TO WSResStreet
               MOVE CustAddrZip OF CustomerData TO WSResZip
               MOVE CustAddrCity OF CustomerData TO WSResCity
               CALL 'AltAddr' USING WRIDNum WSRunDate
                   WSResAddrNum WSResStreet WSResZip WSResCity
               STRING WSResAddrNum DELIMITED BY SIZE
                      " "          DELIMITED BY SIZE
                      WSResStreet  DELIMITED BY "  "
                      ", "         DELIMITED BY SIZE
                      WSResCity    DELIMITED BY "  "
                      " "          DELIMITED BY SIZE
                      WSResZip     DELIMITED BY SIZE
                   INTO WSCorrAddress
               END-STRING.

      *|==============================================================|
      *    WriteRefundPostings queues the approved refunds as
      *    ordinary debit postings under their own batch header,
      *    so PostTrans proves and applies them with tonight's
      *    work. A released deposit goes out as its pair of
      *    adjustments, the release ahead of the refund.
      *|==============================================================|

           WriteRefundPostings.
               MOVE ZEROES TO PBHIDNum
               MOVE 'H' TO PBHType
               MOVE WSRunDate TO PBHDepositDate
               MOVE WSPostLineCount TO PBHItemCount
               MOVE WSPostDebitHash TO PBHDebitTotal
               MOVE ZERO TO PBHCreditTotal
               MOVE WSOperatorId TO PBHOperator
               WRITE PostingBatchHeader
                       UNTIL WSQIdx > WSQCount
                   IF SessionApproved(WSQIdx) = 'Y'
                       MOVE QSlot(WSQIdx) TO WSWorkRef
                       IF WRDeposit
                           PERFORM WriteDepositRefundPair
                       ELSE
                           MOVE WRIDNum TO PostTIDNum
                           MOVE 'D' TO PostTType
                           MOVE WRAmount TO PostTAmount
                           MOVE "REFUND CHECK" TO PostTDesc
                           WRITE PostingTransaction
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE PostingFile.

           WriteDepositRefundPair.
               MOVE WRIDNum TO PAdjIDNum
               MOVE 'A' TO PAdjType
               MOVE WRAmount TO PAdjAmount
               MOVE 'C' TO PAdjDirection
               MOVE "DEPOSIT RELEASE" TO PAdjDesc
               WRITE PostingAdjustment
               MOVE 'D' TO PAdjDirection
               MOVE "REFUND CHECK" TO PAdjDesc
               WRITE PostingAdjustment.

           SaveRefundQueue.
               OPEN OUTPUT QueueFile
               PERFORM VARYING WSQIdx FROM 1 BY 1
