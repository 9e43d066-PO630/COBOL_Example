      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DepositMaint.

      *|==============================================================|
      *    DepositMaint is the security-deposit screen. It keeps the
      *    deposit file (CUSTDEPOSIT, default Deposit.dat, DepRec.cpy
      *    layout): the money a new higher-risk customer or an over-
      *    limit account is asked to leave with us, held apart from
      *    the balance. A deposit received is recorded here and not
      *    posted -- it does not reduce what the customer owes and
      *    the refund sweep never sees it.
      *
      *    Recording a deposit takes the amount, the reason, the
      *    annual interest rate (CUSTDEPRATE, default 1.000 percent,
      *    may be keyed over), and the release condition: on a date,
      *    when the account closes, or only on a supervisor's
      *    request. A customer already holding a deposit has the new
      *    money added to it, interest brought up to date first so
      *    the old amount earns at the old figure; a released
      *    deposit's record is started afresh.
      *
      *    Showing a deposit lists what is held, the interest
      *    credited, and how it is released. Requesting a release
      *    marks the deposit for the nightly DepRelease, which
      *    applies it to a closed account's balance owed and
      *    refunds the rest through the refund queue. Changing the
      *    release terms resets the condition and date.
      *
      *    Signed on through OperSignon; any operator records and
      *    shows a deposit, only a supervisor requests a release or
      *    changes the terms.
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

      *|==============================================================|

       DATA DIVISION.

           FILE SECTION.

               FD DepositFile.
                   COPY "DepRec.cpy".

               FD CustomerFile.
                   COPY "CustRec.cpy".

           WORKING-STORAGE SECTION.

               1 WSDepFileName PIC X(100).
               1 WSCustFileName PIC X(100).

               1 WSDepFileStatus PIC X(2).
                   88 WSDepFileOK VALUE '00'.
                   88 WSDepFileMissing VALUE '35'.

               1 WSFileStatus PIC X(2).
                   88 WSFileOK VALUE '00'.

               1 WSMenuChoice PIC X(1).
                   88 WSRecordChoice VALUE '1'.
                   88 WSShowChoice VALUE '2'.
                   88 WSReleaseChoice VALUE '3'.
                   88 WSTermsChoice VALUE '4'.
                   88 WSExitChoice VALUE '0'.

               1 WSOperatorId PIC X(8).
               1 WSOperatorRole PIC X(1).
                   88 WSRoleSupervisor VALUE 'S', ' '.
               1 WSSignonValid PIC X(1).
                   88 WSSignonOK VALUE 'Y'.

               1 WSDepIDNum PIC 9(7).
               1 WSCheckIDNum PIC 9(7).
               1 WSCheckIDParts REDEFINES WSCheckIDNum.
                   2 WSCheckIDBase PIC 9(6).
                   2 WSCheckIDDigit PIC 9(1).
               1 WSCheckDigitValid PIC X(1).
                   88 WSCheckDigitOK VALUE 'Y'.

               1 WSCustOKFlag PIC X(1).
                   88 WSCustomerOK VALUE 'Y'.

               1 WSDepFoundFlag PIC X(1).
                   88 WSDepOnFile VALUE 'Y'.

      *    The rate a new deposit starts from.
               1 WSRateParm PIC X(8).
               1 WSDefaultRate PIC 9(2)V999 VALUE 1.000.

               1 WSEntryAmount PIC 9(7)V99.
               1 WSEntryReason PIC X(1).
                   88 WSEntryReasonOK VALUES 'N', 'O', 'T'.
               1 WSEntryReasonText PIC X(20).
               1 WSEntryRate PIC 9(2)V999.
               1 WSEntryCond PIC X(1).
                   88 WSEntryCondOK VALUES 'D', 'C', 'S'.
                   88 WSEntryCondDate VALUE 'D'.
               1 WSEntryDate PIC 9(8).
               1 WSConfirm PIC X(1).

               1 WSTermsOKFlag PIC X(1).
                   88 WSTermsOK VALUE 'Y'.

               1 WSDepInterest PIC 9(7)V99.

               1 WSShowAmount PIC ZZZZZZ9.99.
               1 WSShowRate PIC Z9.999.

               1 WSDateCalcOp PIC X(1).
               1 WSDateCalcDate2 PIC 9(8) VALUE ZERO.
               1 WSDateCalcDays PIC S9(7).
               1 WSDateCalcResult PIC 9(8).
               1 WSDateCalcDow PIC 9(1).
               1 WSDateCalcValid PIC X(1).

               1 WSBizDateParm PIC X(8).
               1 WSRunDate PIC 9(8).

      *|==============================================================|

       SCREEN SECTION.

           1 s-plg-depmenu.
               2 BLANK SCREEN.
               2 LINE 2 COL 5 VALUE 'Security Deposits'.
               2 LINE 4 COL 5 VALUE '1. Record a deposit received'.
               2 LINE 5 COL 5 VALUE '2. Show a customer''s deposit'.
               2 LINE 6 COL 5 VALUE '3. Request a deposit release'.
               2 LINE 7 COL 5 VALUE '4. Change the release terms'.
               2 LINE 8 COL 5 VALUE '0. Exit'.
               2 LINE 10 COL 5 VALUE 'Selection : '.
               2 PIC X(1) TO WSMenuChoice REQUIRED.

           1 s-plg-depid.
               2 BLANK SCREEN.
               2 LINE 2 COL 5 VALUE 'Security Deposit'.
               2 LINE 4 COL 5 VALUE 'Customer Id (7 digits) : '.
               2 PIC 9(7) TO WSDepIDNum REQUIRED.

           1 s-plg-depentry.
               2 LINE 6 COL 5 VALUE 'Amount received        : '.
               2 PIC 9(7)V99 USING WSEntryAmount REQUIRED.
               2 LINE 7 COL 5 VALUE
                   'Reason (N=new/higher risk, O=over limit, T=other)'.
               2 LINE 8 COL 5 VALUE 'Reason                 : '.
               2 PIC X(1) USING WSEntryReason REQUIRED.
               2 LINE 9 COL 5 VALUE 'Reason detail          : '.
               2 PIC X(20) USING WSEntryReasonText.
               2 LINE 10 COL 5 VALUE 'Annual rate (percent)  : '.
               2 PIC 9(2)V999 USING WSEntryRate.

           1 s-plg-depterms.
               2 LINE 12 COL 5 VALUE
                   'Release (D=on date, C=on close, S=supervisor)'.
               2 LINE 13 COL 5 VALUE 'Release condition      : '.
               2 PIC X(1) USING WSEntryCond REQUIRED.
               2 LINE 14 COL 5 VALUE 'Release date (YYYYMMDD): '.
               2 PIC 9(8) USING WSEntryDate.

           1 s-plg-depconfirm.
               2 LINE 16 COL 5 VALUE 'Go ahead (Y/N) : '.
               2 PIC X(1) TO WSConfirm REQUIRED.

      *|==============================================================|

       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSDepFileName FROM ENVIRONMENT "CUSTDEPOSIT"
                   ON EXCEPTION
                       MOVE "Deposit.dat" TO WSDepFileName
               END-ACCEPT
               ACCEPT WSCustFileName FROM ENVIRONMENT "CUSTMSTR"
                   ON EXCEPTION
                       MOVE "test.dat" TO WSCustFileName
               END-ACCEPT
               ACCEPT WSRateParm FROM ENVIRONMENT "CUSTDEPRATE"
                   ON EXCEPTION
                       MOVE SPACES TO WSRateParm
               END-ACCEPT
               IF WSRateParm NOT = SPACES
                   MOVE FUNCTION NUMVAL(WSRateParm) TO WSDefaultRate
               END-IF
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
               OPEN I-O DepositFile
               IF WSDepFileMissing
                   OPEN OUTPUT DepositFile
                   CLOSE DepositFile
                   OPEN I-O DepositFile
               END-IF
               OPEN INPUT CustomerFile
               PERFORM DisplayDepMenu
               PERFORM UNTIL WSExitChoice
                   EVALUATE TRUE
                       WHEN WSRecordChoice
                           PERFORM RecordDeposit
                       WHEN WSShowChoice
                           PERFORM ShowDeposit
                       WHEN WSReleaseChoice
                           IF NOT WSRoleSupervisor
                               DISPLAY "Restricted to supervisors."
                           ELSE
                               PERFORM RequestRelease
                           END-IF
                       WHEN WSTermsChoice
                           IF NOT WSRoleSupervisor
                               DISPLAY "Restricted to supervisors."
                           ELSE
                               PERFORM ChangeReleaseTerms
                           END-IF
                       WHEN OTHER
                           DISPLAY "Invalid selection"
                   END-EVALUATE
                   PERFORM DisplayDepMenu
               END-PERFORM
               CLOSE DepositFile, CustomerFile
               GOBACK.

           DisplayDepMenu.
               DISPLAY s-plg-depmenu
               ACCEPT s-plg-depmenu.

      *|==============================================================|
      *    RecordDeposit books money received as a deposit. A
      *    deposit already held is topped up, its interest brought
      *    to today first and its terms left as they are; anything
      *    else starts a new record with the terms keyed.
      *|==============================================================|

           RecordDeposit.
               PERFORM GetDepCustomer
               IF NOT WSCustomerOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM ReadDeposit
               MOVE ZERO TO WSEntryAmount
               MOVE SPACES TO WSEntryReasonText
               IF WSDepOnFile AND NOT DepReleased
                   MOVE DepAmount TO WSShowAmount
                   DISPLAY "Customer " WSDepIDNum " already holds "
                       WSShowAmount "; the new money is added to it."
                   MOVE DepReason TO WSEntryReason
                   MOVE DepReasonText TO WSEntryReasonText
                   MOVE DepRate TO WSEntryRate
               ELSE
                   MOVE 'N' TO WSEntryReason
                   MOVE WSDefaultRate TO WSEntryRate
               END-IF
               DISPLAY s-plg-depentry
               ACCEPT s-plg-depentry
               MOVE FUNCTION UPPER-CASE(WSEntryReason)
                   TO WSEntryReason
               IF WSEntryAmount = ZERO
                   DISPLAY "No amount keyed; nothing recorded."
                   EXIT PARAGRAPH
               END-IF
               IF NOT WSEntryReasonOK
                   DISPLAY "Reason must be N, O or T."
                   EXIT PARAGRAPH
               END-IF
               IF WSDepOnFile AND NOT DepReleased
                   PERFORM TopUpDeposit
               ELSE
                   PERFORM StartNewDeposit
               END-IF.

           TopUpDeposit.
               DISPLAY s-plg-depconfirm
               ACCEPT s-plg-depconfirm
               IF WSConfirm NOT = 'Y' AND WSConfirm NOT = 'y'
                   EXIT PARAGRAPH
               END-IF
               CALL 'DepAccrue' USING DepositRecord WSRunDate
                   WSDepInterest
               ADD WSEntryAmount TO DepAmount
               MOVE WSEntryReason TO DepReason
               MOVE WSEntryReasonText TO DepReasonText
               MOVE WSEntryRate TO DepRate
               MOVE WSOperatorId TO DepOperator
               REWRITE DepositRecord
                   INVALID KEY
                       DISPLAY "Deposit rewrite failed: "
                           WSDepFileStatus
                       EXIT PARAGRAPH
               END-REWRITE
               MOVE DepAmount TO WSShowAmount
               DISPLAY "Customer " WSDepIDNum " now holds "
                   WSShowAmount " on deposit.".

           StartNewDeposit.
               MOVE 'S' TO WSEntryCond
               MOVE ZERO TO WSEntryDate
               PERFORM AskReleaseTerms
               IF NOT WSTermsOK
                   EXIT PARAGRAPH
               END-IF
               DISPLAY s-plg-depconfirm
               ACCEPT s-plg-depconfirm
               IF WSConfirm NOT = 'Y' AND WSConfirm NOT = 'y'
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO DepositRecord
               MOVE WSDepIDNum TO DepIDNum
               MOVE 'H' TO DepStatus
               MOVE WSEntryAmount TO DepAmount
               MOVE WSRunDate TO DepReceived
               MOVE WSEntryReason TO DepReason
               MOVE WSEntryReasonText TO DepReasonText
               MOVE WSEntryRate TO DepRate
               MOVE WSEntryCond TO DepReleaseCond
               MOVE WSEntryDate TO DepReleaseDate
               MOVE ZERO TO DepIntAccrued DepIntYearAmt DepApplied
                   DepRefunded DepReleasedOn
               MOVE WSRunDate(1:4) TO DepIntYearNo
               MOVE WSRunDate TO DepIntThru
               MOVE WSOperatorId TO DepOperator
               IF WSDepOnFile
                   REWRITE DepositRecord
                       INVALID KEY
                           DISPLAY "Deposit rewrite failed: "
                               WSDepFileStatus
                           EXIT PARAGRAPH
                   END-REWRITE
               ELSE
                   WRITE DepositRecord
                       INVALID KEY
                           DISPLAY "Deposit write failed: "
                               WSDepFileStatus
                           EXIT PARAGRAPH
                   END-WRITE
               END-IF
               MOVE DepAmount TO WSShowAmount
               DISPLAY "Deposit of " WSShowAmount " recorded for "
                   "customer " WSDepIDNum ".".

      *|==============================================================|
      *    AskReleaseTerms takes the release condition and, for a
      *    release on a date, a valid date after today.
      *|==============================================================|

           AskReleaseTerms.
               MOVE 'N' TO WSTermsOKFlag
               DISPLAY s-plg-depterms
               ACCEPT s-plg-depterms
               MOVE FUNCTION UPPER-CASE(WSEntryCond) TO WSEntryCond
               IF NOT WSEntryCondOK
                   DISPLAY "Release condition must be D, C or S."
                   EXIT PARAGRAPH
               END-IF
               IF NOT WSEntryCondDate
                   MOVE ZERO TO WSEntryDate
                   MOVE 'Y' TO WSTermsOKFlag
                   EXIT PARAGRAPH
               END-IF
               MOVE 'V' TO WSDateCalcOp
               CALL 'DateCalc' USING WSDateCalcOp WSEntryDate
                   WSDateCalcDate2 WSDateCalcDays WSDateCalcResult
                   WSDateCalcDow WSDateCalcValid
               IF WSDateCalcValid NOT = 'Y'
                   DISPLAY "Release date is not a valid date."
                   EXIT PARAGRAPH
               END-IF
               IF WSEntryDate <= WSRunDate
                   DISPLAY "Release date must be after today."
                   EXIT PARAGRAPH
               END-IF
               MOVE 'Y' TO WSTermsOKFlag.

           ShowDeposit.
               DISPLAY s-plg-depid
               ACCEPT s-plg-depid
               PERFORM ReadDeposit
               IF NOT WSDepOnFile
                   DISPLAY "Customer " WSDepIDNum " has no deposit "
                       "on file."
                   EXIT PARAGRAPH
               END-IF
               MOVE DepAmount TO WSShowAmount
               MOVE DepRate TO WSShowRate
               EVALUATE TRUE
                   WHEN DepHeld
                       DISPLAY "Held: " WSShowAmount " since "
                           DepReceived " at " WSShowRate "%"
                   WHEN DepReleaseAsked
                       DISPLAY "Release requested: " WSShowAmount
                           " since " DepReceived " at " WSShowRate
                           "%"
                   WHEN OTHER
                       DISPLAY "Released on " DepReleasedOn
                   END-EVALUATE
               DISPLAY "Reason " DepReason " " DepReasonText
               EVALUATE TRUE
                   WHEN DepReleaseOnDate
                       DISPLAY "Released on " DepReleaseDate
                           " or when the account closes."
                   WHEN DepReleaseOnClose
                       DISPLAY "Released when the account closes."
                   WHEN OTHER
                       DISPLAY "Released on a supervisor's request "
                           "or when the account closes."
               END-EVALUATE
               MOVE DepIntAccrued TO WSShowAmount
               DISPLAY "Interest credited to date " WSShowAmount
                   ", through " DepIntThru
               IF DepReleased
                   MOVE DepApplied TO WSShowAmount
                   DISPLAY "Applied to the balance " WSShowAmount
                   MOVE DepRefunded TO WSShowAmount
                   DISPLAY "Refunded " WSShowAmount
               END-IF.

           RequestRelease.
               DISPLAY s-plg-depid
               ACCEPT s-plg-depid
               PERFORM ReadDeposit
               IF NOT WSDepOnFile OR NOT DepHeld
                   DISPLAY "Customer " WSDepIDNum " has no deposit "
                       "held."
                   EXIT PARAGRAPH
               END-IF
               MOVE DepAmount TO WSShowAmount
               DISPLAY "Release the deposit of " WSShowAmount
                   " tonight."
               DISPLAY s-plg-depconfirm
               ACCEPT s-plg-depconfirm
               IF WSConfirm NOT = 'Y' AND WSConfirm NOT = 'y'
                   EXIT PARAGRAPH
               END-IF
               MOVE 'R' TO DepStatus
               MOVE WSOperatorId TO DepOperator
               REWRITE DepositRecord
                   INVALID KEY
                       DISPLAY "Deposit rewrite failed: "
                           WSDepFileStatus
                       EXIT PARAGRAPH
               END-REWRITE
               DISPLAY "Release requested; DepRelease acts on it "
                   "tonight.".

           ChangeReleaseTerms.
               DISPLAY s-plg-depid
               ACCEPT s-plg-depid
               PERFORM ReadDeposit
               IF NOT WSDepOnFile OR DepReleased
                   DISPLAY "Customer " WSDepIDNum " has no deposit "
                       "held."
                   EXIT PARAGRAPH
               END-IF
               MOVE DepReleaseCond TO WSEntryCond
               MOVE DepReleaseDate TO WSEntryDate
               PERFORM AskReleaseTerms
               IF NOT WSTermsOK
                   EXIT PARAGRAPH
               END-IF
               DISPLAY s-plg-depconfirm
               ACCEPT s-plg-depconfirm
               IF WSConfirm NOT = 'Y' AND WSConfirm NOT = 'y'
                   EXIT PARAGRAPH
               END-IF
               MOVE WSEntryCond TO DepReleaseCond
               MOVE WSEntryDate TO DepReleaseDate
               MOVE WSOperatorId TO DepOperator
               REWRITE DepositRecord
                   INVALID KEY
                       DISPLAY "Deposit rewrite failed: "
                           WSDepFileStatus
                       EXIT PARAGRAPH
               END-REWRITE
               DISPLAY "Release terms changed.".

           GetDepCustomer.
               MOVE 'N' TO WSCustOKFlag
               DISPLAY s-plg-depid
               ACCEPT s-plg-depid
               MOVE WSDepIDNum TO WSCheckIDNum
               CALL 'CheckDigit' USING 'V' WSCheckIDBase
                   WSCheckIDDigit WSCheckDigitValid
               IF NOT WSCheckDigitOK
                   DISPLAY "Check digit does not verify."
                   EXIT PARAGRAPH
               END-IF
               MOVE WSDepIDNum TO IDNum OF CustomerData
               READ CustomerFile
                   INVALID KEY
                       DISPLAY "Customer " WSDepIDNum " not on file."
                       EXIT PARAGRAPH
               END-READ
               IF NOT CustActive
                   DISPLAY "Customer " WSDepIDNum " is not active."
                   EXIT PARAGRAPH
               END-IF
               MOVE 'Y' TO WSCustOKFlag.

           ReadDeposit.
               MOVE 'N' TO WSDepFoundFlag
               MOVE WSDepIDNum TO DepIDNum
               READ DepositFile
                   INVALID KEY
                       EXIT PARAGRAPH
               END-READ
               MOVE 'Y' TO WSDepFoundFlag.

      *|==============================================================|
