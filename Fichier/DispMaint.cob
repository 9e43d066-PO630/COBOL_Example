      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DispMaint.

      *|==============================================================|
      *    DispMaint is the dispute-case screen hung off CustMenu:
      *    when a customer disputes a charge, the case goes on the
      *    indexed dispute file (CUSTDISPUTE, default Dispute.dat,
      *    DispRec.cpy layout) naming the debit's posting date, the
      *    amount in question, and the reason. While the case is
      *    open the amount is held out of the aging through
      *    DispCheck, so FeeAssess charges no interest on it,
      *    Dunning does not escalate it, CollBuild does not queue
      *    it, and AgedRecv shows it apart.
      *
      *    Opening a case proves the disputed posting first: the
      *    customer must have debits on the posting history
      *    (CUSTPOSTH) on that date at least as large as the amount,
      *    less whatever other open cases already hold against the
      *    same date.
      *
      *    A case is closed one of two ways. Upheld, the charge
      *    stands and ages again from tomorrow. Resolved for the
      *    customer, the credit is queued as an ordinary 'A' credit
      *    adjustment ("DISPUTE CREDIT") on the pending posting file
      *    (CUSTPOSTIN, default PostTrans.dat) under its own batch
      *    header, so PostTrans proves and applies it with the
      *    night's work -- and since adjustments are supervisor-only
      *    postings, only a supervisor may resolve for the customer.
      *    Signed on through OperSignon; an inquiry-role operator
      *    may list cases but not open or close them.
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT DisputeFile ASSIGN TO WSDispFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DispKey
                   FILE STATUS IS WSDispFileStatus.

               SELECT CustomerFile ASSIGN TO WSCustFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS IDNum
                   ALTERNATE RECORD KEY IS LastName
                       WITH DUPLICATES
                   FILE STATUS IS WSFileStatus.

               SELECT HistoryFile ASSIGN TO WSHistFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PostHKey
                   FILE STATUS IS WSHistFileStatus.

               SELECT PostingFile ASSIGN TO WSPostFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSPostFileStatus.

      *|==============================================================|

       DATA DIVISION.

           FILE SECTION.

               FD DisputeFile.
                   COPY "DispRec.cpy".

               FD CustomerFile.
                   COPY "CustRec.cpy".

               FD HistoryFile.
                   COPY "PostRec.cpy".
                   COPY "PostHKey.cpy".

      *    Output in the PostTrans input layout: the adjustment line
      *    and the batch header it travels under.
               FD PostingFile.
                   1 PostingAdjustment.
                       2 PAdjIDNum PIC 9(7).
                       2 PAdjType PIC X(1).
                       2 PAdjAmount PIC 9(7)V99.
                       2 PAdjDirection PIC X(1).
                       2 PAdjDesc PIC X(19).
                   1 PostingBatchHeader.
                       2 PBHIDNum PIC 9(7).
                       2 PBHType PIC X(1).
                       2 PBHDepositDate PIC 9(8).
                       2 PBHItemCount PIC 9(7).
                       2 PBHDebitTotal PIC 9(9)V99.
                       2 PBHCreditTotal PIC 9(9)V99.
                       2 PBHOperator PIC X(8).

           WORKING-STORAGE SECTION.

               1 WSDispFileName PIC X(100).
               1 WSCustFileName PIC X(100).
               1 WSHistFileName PIC X(100).
               1 WSPostFileName PIC X(100).

               1 WSDispFileStatus PIC X(2).
                   88 WSDispFileOK VALUE '00'.
                   88 WSDispFileMissing VALUE '35'.

               1 WSFileStatus PIC X(2).
                   88 WSFileOK VALUE '00'.

               1 WSHistFileStatus PIC X(2).
                   88 WSHistFileOK VALUE '00'.

               1 WSPostFileStatus PIC X(2).
                   88 WSPostFileMissing VALUE '35'.

               1 WSScanEOF PIC X(1).
                   88 WSScanAtEOF VALUE 'Y'.

               1 WSMenuChoice PIC X(1).
                   88 WSOpenChoice VALUE '1'.
                   88 WSResolveChoice VALUE '2'.
                   88 WSListChoice VALUE '3'.
                   88 WSExitChoice VALUE '0'.

               1 WSOperatorId PIC X(8).
               1 WSOperatorRole PIC X(1).
                   88 WSRoleInquiry VALUE 'I', 'P'.
                   88 WSRoleSupervisor VALUE 'S', ' '.
               1 WSSignonValid PIC X(1).
                   88 WSSignonOK VALUE 'Y'.

               1 WSDispIDNum PIC 9(7).
               1 WSDispSeq PIC 9(3).

               1 WSCheckIDNum PIC 9(7).
               1 WSCheckIDParts REDEFINES WSCheckIDNum.
                   2 WSCheckIDBase PIC 9(6).
                   2 WSCheckIDDigit PIC 9(1).
               1 WSCheckDigitValid PIC X(1).
                   88 WSCheckDigitOK VALUE 'Y'.

               1 WSCustOKFlag PIC X(1).
                   88 WSCustomerOK VALUE 'Y'.

               1 WSDispFoundFlag PIC X(1).
                   88 WSDispOnFile VALUE 'Y'.

               1 WSEntryPostDate PIC 9(8).
               1 WSEntryAmount PIC 9(7)V99.
               1 WSEntryReason PIC X(30).
               1 WSEntryOutcome PIC X(1).
                   88 WSOutcomeCustomer VALUES 'C', 'c'.
                   88 WSOutcomeUpheld VALUES 'U', 'u'.
               1 WSEntryCredit PIC 9(7)V99.

               1 WSConfirm PIC X(1).

      *    What the history shows debited on the disputed date, and
      *    what other open cases already hold against it.
               1 WSDateDebits PIC 9(9)V99.
               1 WSDateHeld PIC 9(9)V99.
               1 WSNextSeq PIC 9(3).
               1 WSCaseCount PIC 9(3).

               1 WSShowAmount PIC ZZZZZZ9.99.
               1 WSShowCredit PIC ZZZZZZ9.99.

               1 WSBizDateParm PIC X(8).
               1 WSRunDate PIC 9(8).

               1 WSDateCalcOp PIC X(1).
               1 WSDateCalcDate2 PIC 9(8).
               1 WSDateCalcDays PIC S9(7).
               1 WSDateCalcResult PIC 9(8).
               1 WSDateCalcDow PIC 9(1).
               1 WSDateCalcValid PIC X(1).

      *|==============================================================|

       SCREEN SECTION.

           1 s-plg-dispmenu.
               2 BLANK SCREEN.
               2 LINE 2 COL 5 VALUE 'Disputed Charges'.
               2 LINE 4 COL 5 VALUE '1. Open a dispute'.
               2 LINE 5 COL 5 VALUE '2. Resolve a dispute'.
               2 LINE 6 COL 5 VALUE '3. List disputes for a customer'.
               2 LINE 7 COL 5 VALUE '0. Exit'.
               2 LINE 9 COL 5 VALUE 'Selection : '.
               2 PIC X(1) TO WSMenuChoice REQUIRED.

           1 s-plg-dispid.
               2 LINE 11 COL 5 VALUE 'Customer Id (7 digits) : '.
               2 PIC 9(7) TO WSDispIDNum REQUIRED.

           1 s-plg-dispseq.
               2 LINE 12 COL 5 VALUE 'Case number            : '.
               2 PIC 9(3) TO WSDispSeq REQUIRED.

           1 s-plg-dispentry.
               2 LINE 13 COL 5 VALUE 'Posting date (yyyymmdd) : '.
               2 PIC 9(8) TO WSEntryPostDate REQUIRED.
               2 LINE 14 COL 5 VALUE 'Disputed amount         : '.
               2 PIC 9(7)V99 TO WSEntryAmount REQUIRED.
               2 LINE 15 COL 5 VALUE 'Reason                  : '.
               2 PIC X(30) TO WSEntryReason REQUIRED.
               2 LINE 17 COL 5 VALUE 'Open this dispute (Y/N) : '.
               2 PIC X(1) TO WSConfirm REQUIRED.

           1 s-plg-dispoutcome.
               2 LINE 14 COL 5
                   VALUE 'Outcome (C for customer, U upheld) : '.
               2 PIC X(1) TO WSEntryOutcome REQUIRED.

           1 s-plg-dispcredit.
               2 LINE 15 COL 5 VALUE 'Credit amount           : '.
               2 PIC 9(7)V99 USING WSEntryCredit REQUIRED.

           1 s-plg-dispconfirm.
               2 LINE 17 COL 5 VALUE 'Close this dispute (Y/N) : '.
               2 PIC X(1) TO WSConfirm REQUIRED.

      *|==============================================================|

       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSDispFileName FROM ENVIRONMENT "CUSTDISPUTE"
                   ON EXCEPTION
                       MOVE "Dispute.dat" TO WSDispFileName
               END-ACCEPT
               ACCEPT WSCustFileName FROM ENVIRONMENT "CUSTMSTR"
                   ON EXCEPTION
                       MOVE "test.dat" TO WSCustFileName
               END-ACCEPT
               ACCEPT WSHistFileName FROM ENVIRONMENT "CUSTPOSTH"
                   ON EXCEPTION
                       MOVE "PostHist.dat" TO WSHistFileName
               END-ACCEPT
               ACCEPT WSPostFileName FROM ENVIRONMENT "CUSTPOSTIN"
                   ON EXCEPTION
                       MOVE "PostTrans.dat" TO WSPostFileName
               END-ACCEPT
               ACCEPT WSBizDateParm FROM ENVIRONMENT "CUSTBIZDATE"
                   ON EXCEPTION
                       MOVE SPACES TO WSBizDateParm
               END-ACCEPT
               IF WSBizDateParm = SPACES
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WSRunDate
               ELSE
                   MOVE WSBizDateParm TO WSRunDate
               END-IF
               CALL 'OperSignon' USING WSOperatorId WSOperatorRole
                   WSSignonValid
               IF NOT WSSignonOK
                   DISPLAY "Access denied."
                   GOBACK
               END-IF
               OPEN I-O DisputeFile
               IF WSDispFileMissing
                   OPEN OUTPUT DisputeFile
                   CLOSE DisputeFile
                   OPEN I-O DisputeFile
               END-IF
               OPEN INPUT CustomerFile
               PERFORM DisplayDispMenu
               PERFORM UNTIL WSExitChoice
                   EVALUATE TRUE
                       WHEN WSOpenChoice
                           IF WSRoleInquiry
                               DISPLAY "Not authorized for updates."
                           ELSE
                               PERFORM OpenDispute
                           END-IF
                       WHEN WSResolveChoice
                           IF WSRoleInquiry
                               DISPLAY "Not authorized for updates."
                           ELSE
                               PERFORM ResolveDispute
                           END-IF
                       WHEN WSListChoice
                           PERFORM ListDisputes
                       WHEN OTHER
                           DISPLAY "Invalid selection"
                   END-EVALUATE
                   PERFORM DisplayDispMenu
               END-PERFORM
               CLOSE DisputeFile, CustomerFile
               GOBACK.

           DisplayDispMenu.
               DISPLAY s-plg-dispmenu
               ACCEPT s-plg-dispmenu.

      *|==============================================================|
      *    OpenDispute: the disputed posting must be on the history
      *    before the amount is held -- a case against a charge
      *    that was never made would only hide real arrears.
      *|==============================================================|

           OpenDispute.
               PERFORM GetDispCustomer
               IF NOT WSCustomerOK
                   EXIT PARAGRAPH
               END-IF
               DISPLAY s-plg-dispentry
               ACCEPT s-plg-dispentry
               IF WSConfirm NOT = 'Y' AND WSConfirm NOT = 'y'
                   EXIT PARAGRAPH
               END-IF
               MOVE 'V' TO WSDateCalcOp
               CALL 'DateCalc' USING WSDateCalcOp WSEntryPostDate
                   WSDateCalcDate2 WSDateCalcDays WSDateCalcResult
                   WSDateCalcDow WSDateCalcValid
               IF WSDateCalcValid NOT = 'Y'
                   OR WSEntryPostDate > WSRunDate
                   DISPLAY "Posting date fails the calendar or lies "
                       "in the future."
                   EXIT PARAGRAPH
               END-IF
               IF WSEntryAmount = ZERO
                   DISPLAY "Disputed amount must be more than zero."
                   EXIT PARAGRAPH
               END-IF
               PERFORM SumDateDebits
               PERFORM ScanCustomerCases
               IF WSEntryAmount + WSDateHeld > WSDateDebits
                   MOVE WSDateDebits TO WSShowAmount
                   DISPLAY "Debits posted to " WSDispIDNum " on "
                       WSEntryPostDate " total " WSShowAmount
                   MOVE WSDateHeld TO WSShowAmount
                   DISPLAY "  already disputed " WSShowAmount
                       "; this amount cannot be held."
                   EXIT PARAGRAPH
               END-IF
               MOVE WSDispIDNum TO DispIDNum
               MOVE WSNextSeq TO DispSeq
               MOVE WSEntryPostDate TO DispPostDate
               MOVE WSEntryAmount TO DispAmount
               MOVE WSEntryReason TO DispReason
               MOVE 'O' TO DispStatus
               MOVE WSRunDate TO DispOpenDate
               MOVE ZERO TO DispResolveDate
               MOVE ZERO TO DispCreditAmount
               MOVE WSOperatorId TO DispOpenOper
               MOVE SPACES TO DispResolveOper
               MOVE FUNCTION CURRENT-DATE(1:14) TO DispStamp
               WRITE DisputeRecord
                   INVALID KEY
                       DISPLAY "Dispute file write failed: "
                           WSDispFileStatus
                       EXIT PARAGRAPH
               END-WRITE
               DISPLAY "Dispute " WSNextSeq " opened for "
                   WSDispIDNum "; the amount is held out of aging.".

      *|==============================================================|
      *    ResolveDispute closes an open case. For the customer, the
      *    credit (the disputed amount unless keyed lower) is queued
      *    for tonight's posting run; upheld, nothing posts and the
      *    charge ages again.
      *|==============================================================|

           ResolveDispute.
               DISPLAY s-plg-dispid
               ACCEPT s-plg-dispid
               DISPLAY s-plg-dispseq
               ACCEPT s-plg-dispseq
               PERFORM ReadDispRecord
               IF NOT WSDispOnFile
                   DISPLAY "No dispute " WSDispSeq " on file for "
                       WSDispIDNum
                   EXIT PARAGRAPH
               END-IF
               PERFORM ShowDispRecord
               IF NOT DispOpen
                   DISPLAY "That dispute is already closed."
                   EXIT PARAGRAPH
               END-IF
               DISPLAY s-plg-dispoutcome
               ACCEPT s-plg-dispoutcome
               IF NOT WSOutcomeCustomer AND NOT WSOutcomeUpheld
                   DISPLAY "Outcome must be C or U."
                   EXIT PARAGRAPH
               END-IF
               MOVE ZERO TO WSEntryCredit
               IF WSOutcomeCustomer
                   IF NOT WSRoleSupervisor
                       DISPLAY "Resolving for the customer posts an "
                           "adjustment; supervisors only."
                       EXIT PARAGRAPH
                   END-IF
                   MOVE DispAmount TO WSEntryCredit
                   DISPLAY s-plg-dispcredit
                   ACCEPT s-plg-dispcredit
                   IF WSEntryCredit = ZERO
                       OR WSEntryCredit > DispAmount
                       DISPLAY "Credit must be more than zero and "
                           "no more than the disputed amount."
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               DISPLAY s-plg-dispconfirm
               ACCEPT s-plg-dispconfirm
               IF WSConfirm NOT = 'Y' AND WSConfirm NOT = 'y'
                   EXIT PARAGRAPH
               END-IF
               IF WSOutcomeCustomer
                   MOVE 'C' TO DispStatus
                   MOVE WSEntryCredit TO DispCreditAmount
               ELSE
                   MOVE 'U' TO DispStatus
                   MOVE ZERO TO DispCreditAmount
               END-IF
               MOVE WSRunDate TO DispResolveDate
               MOVE WSOperatorId TO DispResolveOper
               MOVE FUNCTION CURRENT-DATE(1:14) TO DispStamp
               REWRITE DisputeRecord
                   INVALID KEY
                       DISPLAY "Dispute file rewrite failed: "
                           WSDispFileStatus
                       EXIT PARAGRAPH
               END-REWRITE
               IF WSOutcomeCustomer
                   PERFORM WriteDisputeCredit
                   MOVE WSEntryCredit TO WSShowCredit
                   DISPLAY "Dispute closed for the customer; credit "
                       WSShowCredit " queued for tonight's posting."
               ELSE
                   DISPLAY "Dispute closed; the charge stands and "
                       "ages again."
               END-IF.

      *|==============================================================|
      *    WriteDisputeCredit queues the credit adjustment under its
      *    own batch header. The header's debit side carries it:
      *    PostTrans proves every type but a plain credit there.
      *|==============================================================|

           WriteDisputeCredit.
               OPEN EXTEND PostingFile
               IF WSPostFileMissing
                   OPEN OUTPUT PostingFile
               END-IF
               MOVE ZEROES TO PBHIDNum
               MOVE 'H' TO PBHType
               MOVE WSRunDate TO PBHDepositDate
               MOVE 1 TO PBHItemCount
               MOVE WSEntryCredit TO PBHDebitTotal
               MOVE ZERO TO PBHCreditTotal
               MOVE WSOperatorId TO PBHOperator
               WRITE PostingBatchHeader
               MOVE DispIDNum TO PAdjIDNum
               MOVE 'A' TO PAdjType
               MOVE WSEntryCredit TO PAdjAmount
               MOVE 'C' TO PAdjDirection
               MOVE "DISPUTE CREDIT" TO PAdjDesc
               WRITE PostingAdjustment
               CLOSE PostingFile.

           ListDisputes.
               DISPLAY s-plg-dispid
               ACCEPT s-plg-dispid
               PERFORM ScanCustomerCases
               IF WSCaseCount = ZERO
                   DISPLAY "No disputes on file for " WSDispIDNum
               ELSE
                   DISPLAY "Disputes listed: " WSCaseCount
               END-IF.

           GetDispCustomer.
               MOVE 'N' TO WSCustOKFlag
               DISPLAY s-plg-dispid
               ACCEPT s-plg-dispid
               MOVE WSDispIDNum TO WSCheckIDNum
               CALL 'CheckDigit' USING 'V' WSCheckIDBase
                   WSCheckIDDigit WSCheckDigitValid
               IF NOT WSCheckDigitOK
                   DISPLAY "Check digit does not verify."
                   EXIT PARAGRAPH
               END-IF
               MOVE WSDispIDNum TO IDNum OF CustomerData
               READ CustomerFile
                   INVALID KEY
                       DISPLAY "Customer " WSDispIDNum
                           " not on file."
                       EXIT PARAGRAPH
               END-READ
               MOVE 'Y' TO WSCustOKFlag.

      *|==============================================================|
      *    SumDateDebits totals the customer's debit postings on the
      *    disputed date off the history.
      *|==============================================================|

           SumDateDebits.
               MOVE ZERO TO WSDateDebits
               MOVE 'N' TO WSScanEOF
               OPEN INPUT HistoryFile
               IF NOT WSHistFileOK
                   EXIT PARAGRAPH
               END-IF
               MOVE WSDispIDNum TO PostHKeyIDNum
               MOVE WSEntryPostDate TO PostHKeyDate
               MOVE ZERO TO PostHKeySeq
               START HistoryFile KEY IS NOT LESS THAN PostHKey
                   INVALID KEY SET WSScanAtEOF TO TRUE
               END-START
               PERFORM UNTIL WSScanAtEOF
                   READ HistoryFile NEXT RECORD
                       AT END SET WSScanAtEOF TO TRUE
                       NOT AT END
                           IF PostHIDNum NOT = WSDispIDNum
                               OR PostHDate NOT = WSEntryPostDate
                               SET WSScanAtEOF TO TRUE
                           ELSE
                               IF PostHDebit
                                   AND NOT PostHReversalLine
                                   ADD PostHAmount TO WSDateDebits
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HistoryFile.

      *|==============================================================|
      *    ScanCustomerCases walks the customer's cases in key
      *    order: it lists them when asked to, totals what the open
      *    ones hold against the date being disputed, and leaves
      *    the next free case number in WSNextSeq.
      *|==============================================================|

           ScanCustomerCases.
               MOVE ZERO TO WSCaseCount
               MOVE ZERO TO WSDateHeld
               MOVE 1 TO WSNextSeq
               MOVE WSDispIDNum TO DispIDNum
               MOVE ZERO TO DispSeq
               MOVE 'N' TO WSScanEOF
               START DisputeFile KEY IS NOT LESS THAN DispKey
                   INVALID KEY
                       EXIT PARAGRAPH
               END-START
               PERFORM UNTIL WSScanAtEOF
                   READ DisputeFile NEXT RECORD
                       AT END SET WSScanAtEOF TO TRUE
                       NOT AT END
                           IF DispIDNum NOT = WSDispIDNum
                               SET WSScanAtEOF TO TRUE
                           ELSE
                               PERFORM NoteOneCase
                           END-IF
                   END-READ
               END-PERFORM.

           NoteOneCase.
               ADD 1 TO WSCaseCount
               COMPUTE WSNextSeq = DispSeq + 1
               IF DispOpen AND DispPostDate = WSEntryPostDate
                   ADD DispAmount TO WSDateHeld
               END-IF
               IF WSListChoice
                   PERFORM ShowDispRecord
               END-IF.

           ReadDispRecord.
               MOVE 'N' TO WSDispFoundFlag
               MOVE WSDispIDNum TO DispIDNum
               MOVE WSDispSeq TO DispSeq
               READ DisputeFile
                   INVALID KEY
                       EXIT PARAGRAPH
               END-READ
               MOVE 'Y' TO WSDispFoundFlag.

           ShowDispRecord.
               MOVE DispAmount TO WSShowAmount
               DISPLAY "Case " DispSeq " posted " DispPostDate
                   " amount " WSShowAmount " status " DispStatus
                   " " DispReason
               IF DispOpen
                   DISPLAY "  opened " DispOpenDate " by "
                       DispOpenOper
               ELSE
                   MOVE DispCreditAmount TO WSShowCredit
                   DISPLAY "  opened " DispOpenDate " by "
                       DispOpenOper ", closed " DispResolveDate
                       " by " DispResolveOper ", credit "
                       WSShowCredit
               END-IF.

      *|==============================================================|
