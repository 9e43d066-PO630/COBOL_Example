      *                (yyyymmdd), item count 9(7), amount total
      *                9(9)V99
      *        detail  cols 1-7 account Id, col 8 'P', amount
      *                9(7)V99, deposit date 9(8), cols 26-33
      *                unused, and from the remittance advice the
      *                invoice number paid (cols 34-43, blank when
      *                none) -- one detail per invoice when a check
      *                pays several
      *    The file must balance to its own header -- item count
      *    and amount total -- before a single payment moves; a
      *    file that does not balance is refused whole with RC 12,
      *    vanishes; everything else is written to the pending
      *    posting file (CUSTPOSTIN, default PostTrans.dat) as
      *    credit lines under their own batch header, which the
      *    nightly run will prove again. The invoice number rides
      *    on the credit line (cols 42-51), so a business customer
      *    in open-item mode has the payment matched to the invoice
      *    it pays (OpenItem).
      *
      *    A payment from a customer flagged certified funds only
      *    (CertCheck, after repeated returned checks) still posts
      *    -- the bank has the money -- but is named on the console
      *    so the check can be followed up before it bounces too.
      *
      *    The payments post under tonight's business date
      *    (CUSTBIZDATE, else today), so while that date falls in a
      *    month a supervisor has closed (PeriodCheck) the file is
      *    refused whole with RC 12 and left for a rerun. A deposit
      *    the bank dates in a closed month is taken into the open
      *    month -- the batch header keeps the bank's date for
      *    BankRecon -- and the console says so.
      *
      *    Every lockbox file taken in, and every one refused, is
      *    logged under LOCKBOX on the interface log (IfaceLog) with
      *    its item count, amount total and deposit date, for the
      *    interface register and Watchdog.
      *|==============================================================|

       ENVIRONMENT DIVISION.
                           88 LbxHeader VALUE 'H'.
                       2 LbxAmount PIC 9(7)V99.
                       2 LbxDate PIC 9(8).
                       2 FILLER PIC X(8).
                       2 LbxInvoice PIC X(10).
                   1 LockboxHeader.
                       2 LbxHIDNum PIC 9(7).
                       2 LbxHType PIC X(1).
                       2 PostTType PIC X(1).
                       2 PostTAmount PIC 9(7)V99.
                       2 PostTDesc PIC X(20).
                       2 FILLER PIC X(4).
                       2 PostTInvoice PIC X(10).
                   1 PostingBatchHeader.
                       2 PBHIDNum PIC 9(7).
                       2 PBHType PIC X(1).
                   88 WSHaveHeader VALUE 'Y'.

               1 WSBankDate PIC 9(8).

               1 WSBizDateParm PIC X(8).
               1 WSRunDate PIC 9(8).
               1 WSPeriodAnswer PIC X(1).
                   88 WSPeriodOpen VALUE 'Y'.
               1 WSClosedThru PIC 9(6).
               1 WSBankCount PIC 9(7).
               1 WSBankTotal PIC 9(9)V99.


               1 WSSuspReason PIC X(25).

               1 WSCertAnswer PIC X(1).
                   88 WSCertifiedOnly VALUE 'Y'.
               1 WSCertWarnCount PIC 9(7) VALUE ZERO.

               1 WSShowAmount PIC ZZZZZZ9.99.

               1 SuspDetail.
               1 WSLogRC PIC 9(4) VALUE ZERO.
               1 WSLogCapacity PIC 9(5) VALUE ZERO.

      *    Interface-log work area handed to the shared IfaceLog
      *    subprogram.
               1 WSIfcCode PIC X(8) VALUE "LOCKBOX".
               1 WSIfcEvent PIC X(1).
               1 WSIfcRecords PIC 9(7) VALUE ZERO.
               1 WSIfcControl PIC 9(11)V99 VALUE ZERO.
               1 WSIfcFileDate PIC 9(8) VALUE ZERO.

      *|==============================================================|

       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSLockboxFileName FROM ENVIRONMENT
                       "CUSTLOCKBOX"
                   ON EXCEPTION
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM CheckPostingPeriod
               PERFORM ApplyBankFile
               MOVE 'R' TO WSIfcEvent
               PERFORM LogLockboxFile
               DISPLAY "LockboxImport: " WSAcceptedCount
                   " payments queued, " WSSuspenseCount
                   " to suspense."
               IF WSCertWarnCount > ZERO
                   DISPLAY "LockboxImport: " WSCertWarnCount
                       " payments from certified-funds-only "
                       "customers; see warnings above."
               END-IF
               GOBACK.

      *|==============================================================|
               IF NOT CustActive
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO PostingTransaction
               MOVE LbxIDNum TO PostTIDNum
               MOVE 'C' TO PostTType
               MOVE LbxAmount TO PostTAmount
               MOVE "LOCKBOX PAYMENT" TO PostTDesc
               MOVE LbxInvoice TO PostTInvoice
               WRITE PostingTransaction
               CALL 'CertCheck' USING LbxIDNum WSCertAnswer
               IF WSCertifiedOnly
                   MOVE LbxAmount TO WSShowAmount
                   DISPLAY "LockboxImport: WARNING customer "
                       LbxIDNum " is certified funds only; check "
                       "payment " WSShowAmount " queued."
                   ADD 1 TO WSCertWarnCount
               END-IF.

      *|==============================================================|
      *    CheckPostingPeriod refuses the file while the business
      *    date is in a closed month and notes a deposit dated in
      *    one.
      *|==============================================================|

           CheckPostingPeriod.
               ACCEPT WSBizDateParm FROM ENVIRONMENT "CUSTBIZDATE"
                   ON EXCEPTION
                       MOVE SPACES TO WSBizDateParm
               END-ACCEPT
               IF WSBizDateParm = SPACES
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WSRunDate
               ELSE
                   MOVE WSBizDateParm TO WSRunDate
               END-IF
               CALL 'PeriodCheck' USING WSRunDate WSPeriodAnswer
                   WSClosedThru
               IF NOT WSPeriodOpen
                   DISPLAY "LockboxImport: the books are closed "
                       "through " WSClosedThru "; business date "
                       WSRunDate " cannot post; file refused."
                   PERFORM LogRefusedFile
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               IF WSClosedThru NOT = ZERO
                   AND WSBankDate(1:6) NOT > WSClosedThru
                   DISPLAY "LockboxImport: deposit of " WSBankDate
                       " falls in a closed month; it posts under "
                       WSRunDate "."
               END-IF.

           LogRefusedFile.
               MOVE 'X' TO WSIfcEvent
               PERFORM LogLockboxFile
               MOVE 'B' TO WSLogEvent
               MOVE WSBodyCount TO WSLogRecords
               MOVE ZERO TO WSLogRejects
                   WSLogRecords WSLogRejects WSLogRC
                   WSLogCapacity.

           LogLockboxFile.
               MOVE WSBodyCount TO WSIfcRecords
               MOVE WSBodyTotal TO WSIfcControl
               MOVE WSBankDate TO WSIfcFileDate
               PERFORM WriteIfaceLogRecord.

           WriteIfaceLogRecord.
               CALL 'IfaceLog' USING WSIfcCode WSIfcEvent
                   WSIfcRecords WSIfcControl WSIfcFileDate.

      *|==============================================================|
