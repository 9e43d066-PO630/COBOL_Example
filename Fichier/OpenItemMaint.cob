      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. OpenItemMaint.

      *|==============================================================|
      *    OpenItemMaint is the open-item screen for business
      *    customers billed by invoice rather than by balance. It
      *    keeps the open-item file (CUSTOPENITEM, default
      *    OpenItem.dat, OpenItem.cpy layout) OpenItem posts to and
      *    the statement lists.
      *
      *    Enrolling puts an active business customer into open-
      *    item mode with payment terms in days (CUSTOITERMS,
      *    default 30, may be keyed over). Only a dollar-billed
      *    customer is enrolled: open items are kept in dollars. A
      *    balance owed at enrolment becomes a brought-forward
      *    invoice due at once, a credit balance an on-account
      *    credit, so the open items add up to the balance from the
      *    first day.
      *
      *    Allocating applies a credit held on account -- a payment
      *    that named no open invoice -- to the invoice it was meant
      *    for: both open amounts come down, by the amount keyed or
      *    as far as the smaller will go. The balance does not
      *    move; the money was applied to it when it was posted.
      *
      *    Removing takes the customer back to balance-forward
      *    statements, only once nothing is left open; the items
      *    stay on file as history.
      *
      *    Signed on through OperSignon; only a supervisor enrols
      *    or removes a customer, any operator may list the items
      *    and allocate a credit.
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT OpenItemFile ASSIGN TO WSOiFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS OiKey
                   FILE STATUS IS WSOiFileStatus.

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

      *|==============================================================|

       DATA DIVISION.

           FILE SECTION.

               FD OpenItemFile.
                   COPY "OpenItem.cpy".

               FD CustomerFile.
                   COPY "CustRec.cpy".

               FD BalanceFile.
                   COPY "BalRec.cpy".

           WORKING-STORAGE SECTION.

               1 WSOiFileName PIC X(100).
               1 WSCustFileName PIC X(100).
               1 WSBalFileName PIC X(100).

               1 WSOiFileStatus PIC X(2).
                   88 WSOiFileOK VALUE '00'.
                   88 WSOiFileMissing VALUE '35'.

               1 WSFileStatus PIC X(2).
                   88 WSFileOK VALUE '00'.

               1 WSBalFileStatus PIC X(2).
                   88 WSBalFileOK VALUE '00'.

               1 WSBalAvailFlag PIC X(1) VALUE 'N'.
                   88 WSBalFileAvail VALUE 'Y'.

               1 WSEOF PIC X(1).
                   88 WSAtEOF VALUE 'Y'.

               1 WSMenuChoice PIC X(1).
                   88 WSEnrolChoice VALUE '1'.
                   88 WSListChoice VALUE '2'.
                   88 WSAllocChoice VALUE '3'.
                   88 WSRemoveChoice VALUE '4'.
                   88 WSExitChoice VALUE '0'.

               1 WSOperatorId PIC X(8).
               1 WSOperatorRole PIC X(1).
                   88 WSRoleSupervisor VALUE 'S', ' '.
               1 WSSignonValid PIC X(1).
                   88 WSSignonOK VALUE 'Y'.

               1 WSOiIDNum PIC 9(7).
               1 WSCheckIDNum PIC 9(7).
               1 WSCheckIDParts REDEFINES WSCheckIDNum.
                   2 WSCheckIDBase PIC 9(6).
                   2 WSCheckIDDigit PIC 9(1).
               1 WSCheckDigitValid PIC X(1).
                   88 WSCheckDigitOK VALUE 'Y'.

               1 WSCustOKFlag PIC X(1).
                   88 WSCustomerOK VALUE 'Y'.

               1 WSAcctFoundFlag PIC X(1).
                   88 WSAcctOnFile VALUE 'Y'.

               1 WSItemFoundFlag PIC X(1).
                   88 WSItemFound VALUE 'Y'.

      *    Payment terms an enrolment starts from.
               1 WSTermsParm PIC X(3).
               1 WSDefaultTerms PIC 9(3) VALUE 30.

               1 WSEntryTerms PIC 9(3).
               1 WSEntryCredit PIC X(10).
               1 WSEntryInvoice PIC X(10).
               1 WSEntryAmount PIC 9(7)V99.
               1 WSConfirm PIC X(1).

               1 WSOpenBalance PIC S9(7)V99.
               1 WSCreditOpen PIC 9(7)V99.
               1 WSApplyAmount PIC 9(7)V99.

               1 WSItemCount PIC 9(5).
               1 WSOpenCount PIC 9(5).
               1 WSOpenTotal PIC S9(9)V99.

               1 WSShowAmount PIC ZZZZZZ9.99.
               1 WSShowOpen PIC -ZZZZZZ9.99.
               1 WSShowTotal PIC -ZZZZZZZZ9.99.

      *    The brought-forward item's reference: BF and the date.
               1 WSBfwdRef.
                   2 FILLER PIC X(2) VALUE "BF".
                   2 WSBfwdDate PIC 9(8).

      *    The customer's billing currency off FxLedger.
               1 WSFxFunction PIC X(1).
               COPY "FxLink.cpy".

               1 WSBizDateParm PIC X(8).
               1 WSRunDate PIC 9(8).

      *|==============================================================|

       SCREEN SECTION.

           1 s-plg-oimenu.
               2 BLANK SCREEN.
               2 LINE 2 COL 5 VALUE 'Open-Item Accounts'.
               2 LINE 4 COL 5 VALUE
                   '1. Enrol a business customer'.
               2 LINE 5 COL 5 VALUE
                   '2. List a customer''s open items'.
               2 LINE 6 COL 5 VALUE
                   '3. Allocate an on-account credit'.
               2 LINE 7 COL 5 VALUE
                   '4. Remove a customer from open items'.
               2 LINE 8 COL 5 VALUE '0. Exit'.
               2 LINE 10 COL 5 VALUE 'Selection : '.
               2 PIC X(1) TO WSMenuChoice REQUIRED.

           1 s-plg-oiid.
               2 BLANK SCREEN.
               2 LINE 2 COL 5 VALUE 'Open-Item Account'.
               2 LINE 4 COL 5 VALUE 'Customer Id (7 digits) : '.
               2 PIC 9(7) TO WSOiIDNum REQUIRED.

           1 s-plg-oienrol.
               2 LINE 8 COL 5 VALUE 'Payment terms (days)   : '.
               2 PIC 9(3) USING WSEntryTerms REQUIRED.
               2 LINE 10 COL 5 VALUE 'Enrol this customer (Y/N) : '.
               2 PIC X(1) TO WSConfirm REQUIRED.

           1 s-plg-oialloc.
               2 LINE 8 COL 5 VALUE 'On-account credit      : '.
               2 PIC X(10) TO WSEntryCredit REQUIRED.
               2 LINE 9 COL 5 VALUE 'Invoice it pays        : '.
               2 PIC X(10) TO WSEntryInvoice REQUIRED.
               2 LINE 10 COL 5 VALUE 'Amount (0=all it will) : '.
               2 PIC 9(7)V99 USING WSEntryAmount.

           1 s-plg-oiconfirm.
               2 LINE 12 COL 5 VALUE 'Go ahead (Y/N) : '.
               2 PIC X(1) TO WSConfirm REQUIRED.

      *|==============================================================|

       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSOiFileName FROM ENVIRONMENT "CUSTOPENITEM"
                   ON EXCEPTION
                       MOVE "OpenItem.dat" TO WSOiFileName
               END-ACCEPT
               ACCEPT WSCustFileName FROM ENVIRONMENT "CUSTMSTR"
                   ON EXCEPTION
                       MOVE "test.dat" TO WSCustFileName
               END-ACCEPT
               ACCEPT WSBalFileName FROM ENVIRONMENT "CUSTBAL"
                   ON EXCEPTION
                       MOVE "CustBal.dat" TO WSBalFileName
               END-ACCEPT
               ACCEPT WSTermsParm FROM ENVIRONMENT "CUSTOITERMS"
                   ON EXCEPTION
                       MOVE SPACES TO WSTermsParm
               END-ACCEPT
               IF WSTermsParm NOT = SPACES
                   MOVE FUNCTION NUMVAL(WSTermsParm) TO WSDefaultTerms
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
               OPEN I-O OpenItemFile
               IF WSOiFileMissing
                   OPEN OUTPUT OpenItemFile
                   CLOSE OpenItemFile
                   OPEN I-O OpenItemFile
               END-IF
               OPEN INPUT CustomerFile
               OPEN INPUT BalanceFile
               IF WSBalFileOK
                   SET WSBalFileAvail TO TRUE
               END-IF
               PERFORM DisplayOiMenu
               PERFORM UNTIL WSExitChoice
                   EVALUATE TRUE
                       WHEN WSEnrolChoice
                           IF NOT WSRoleSupervisor
                               DISPLAY "Restricted to supervisors."
                           ELSE
                               PERFORM EnrolCustomer
                           END-IF
                       WHEN WSListChoice
                           PERFORM ListOpenItems
                       WHEN WSAllocChoice
                           PERFORM AllocateCredit
                       WHEN WSRemoveChoice
                           IF NOT WSRoleSupervisor
                               DISPLAY "Restricted to supervisors."
                           ELSE
                               PERFORM RemoveCustomer
                           END-IF
                       WHEN OTHER
                           DISPLAY "Invalid selection"
                   END-EVALUATE
                   PERFORM DisplayOiMenu
               END-PERFORM
               CLOSE OpenItemFile, CustomerFile
               IF WSBalFileAvail
                   CLOSE BalanceFile
               END-IF
               GOBACK.

           DisplayOiMenu.
               DISPLAY s-plg-oimenu
               ACCEPT s-plg-oimenu.

      *|==============================================================|
      *    EnrolCustomer writes the account record, and the brought-
      *    forward item for whatever the customer owes or is owed
      *    today, once the supervisor confirms.
      *|==============================================================|

           EnrolCustomer.
               PERFORM GetOiCustomer
               IF NOT WSCustomerOK
                   EXIT PARAGRAPH
               END-IF
               IF NOT CustBusiness OF CustomerData
                   DISPLAY "Customer " WSOiIDNum " is not a business "
                       "account; open items are for business "
                       "customers."
                   EXIT PARAGRAPH
               END-IF
               PERFORM ReadOiAccount
               IF WSAcctOnFile
                   DISPLAY "Customer " WSOiIDNum " is already on "
                       "open items, terms " OiATermsDays " days."
                   EXIT PARAGRAPH
               END-IF
               MOVE WSOiIDNum TO FxLIDNum
               MOVE 'Q' TO WSFxFunction
               CALL 'FxLedger' USING WSFxFunction FxLinkArea
               IF FxLDone
                   DISPLAY "Customer " WSOiIDNum " is billed in "
                       FxLCurrency "; open items are kept in "
                       "dollars only."
                   EXIT PARAGRAPH
               END-IF
               MOVE ZERO TO WSOpenBalance
               IF WSBalFileAvail
                   MOVE WSOiIDNum TO BalIDNum
                   READ BalanceFile
                       NOT INVALID KEY
                           MOVE BalAmount TO WSOpenBalance
                   END-READ
               END-IF
               MOVE WSOpenBalance TO WSShowOpen
               DISPLAY "Balance today " WSShowOpen
                   " is brought forward as one item."
               MOVE WSDefaultTerms TO WSEntryTerms
               DISPLAY s-plg-oienrol
               ACCEPT s-plg-oienrol
               IF WSConfirm NOT = 'Y' AND WSConfirm NOT = 'y'
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO OiAcctRecord
               MOVE WSOiIDNum TO OiAIDNum
               MOVE SPACES TO OiARef
               MOVE 'A' TO OiAKind
               MOVE WSEntryTerms TO OiATermsDays
               MOVE ZERO TO OiANextSeq
               MOVE WSRunDate TO OiAEnrolDate
               MOVE WSOperatorId TO OiAOperator
               WRITE OiAcctRecord
                   INVALID KEY
                       DISPLAY "Open-item account write failed: "
                           WSOiFileStatus
                       EXIT PARAGRAPH
               END-WRITE
               IF WSOpenBalance NOT = ZERO
                   PERFORM WriteBroughtForward
               END-IF
               DISPLAY "Customer " WSOiIDNum " is on open items "
                   "from " WSRunDate ", terms " WSEntryTerms " days.".

           WriteBroughtForward.
               MOVE WSRunDate TO WSBfwdDate
               MOVE WSOiIDNum TO OiIDNum
               MOVE WSBfwdRef TO OiRef
               MOVE WSRunDate TO OiDocDate OiLastDate
               IF WSOpenBalance > ZERO
                   SET OiInvoice TO TRUE
                   MOVE WSRunDate TO OiDueDate
                   MOVE WSOpenBalance TO OiOrigAmount
               ELSE
                   SET OiOnAccount TO TRUE
                   MOVE ZERO TO OiDueDate
                   COMPUTE OiOrigAmount = ZERO - WSOpenBalance
               END-IF
               MOVE OiOrigAmount TO OiOpenAmount
               MOVE "BALANCE BROUGHT FWD" TO OiDesc
               WRITE OpenItemRecord
                   INVALID KEY
                       DISPLAY "Brought-forward item write failed: "
                           WSOiFileStatus
                       EXIT PARAGRAPH
               END-WRITE
               DISPLAY "Brought forward as " WSBfwdRef ".".

      *|==============================================================|
      *    ListOpenItems shows the customer's items still open, the
      *    credits on account as minus figures, and the net of the
      *    two against the balance file.
      *|==============================================================|

           ListOpenItems.
               DISPLAY s-plg-oiid
               ACCEPT s-plg-oiid
               PERFORM ReadOiAccount
               IF NOT WSAcctOnFile
                   DISPLAY "Customer " WSOiIDNum " is not on open "
                       "items."
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Customer " WSOiIDNum " on open items since "
                   OiAEnrolDate " by " OiAOperator ", terms "
                   OiATermsDays " days."
               PERFORM BrowseOpenItems
               MOVE WSOpenTotal TO WSShowTotal
               DISPLAY "Items open: " WSOpenCount " of "
                   WSItemCount "; net open " WSShowTotal
               IF WSBalFileAvail
                   MOVE WSOiIDNum TO BalIDNum
                   READ BalanceFile
                       INVALID KEY
                           MOVE ZERO TO BalAmount
                   END-READ
                   MOVE BalAmount TO WSShowOpen
                   DISPLAY "Balance on file: " WSShowOpen
               END-IF.

           BrowseOpenItems.
               MOVE ZERO TO WSItemCount WSOpenCount WSOpenTotal
               MOVE 'N' TO WSEOF
               MOVE WSOiIDNum TO OiIDNum
               MOVE SPACES TO OiRef
               START OpenItemFile KEY IS GREATER THAN OiKey
                   INVALID KEY
                       EXIT PARAGRAPH
               END-START
               PERFORM UNTIL WSAtEOF
                   READ OpenItemFile NEXT RECORD
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF OiIDNum NOT = WSOiIDNum
                               SET WSAtEOF TO TRUE
                           ELSE
                               PERFORM ShowOneItem
                           END-IF
                   END-READ
               END-PERFORM.

           ShowOneItem.
               ADD 1 TO WSItemCount
               IF OiOpenAmount = ZERO
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WSOpenCount
               MOVE OiOrigAmount TO WSShowAmount
               IF OiOnAccount
                   COMPUTE WSShowOpen = ZERO - OiOpenAmount
                   SUBTRACT OiOpenAmount FROM WSOpenTotal
                   DISPLAY OiRef " " OiDocDate " on account  "
                       WSShowAmount " " WSShowOpen " " OiDesc
               ELSE
                   MOVE OiOpenAmount TO WSShowOpen
                   ADD OiOpenAmount TO WSOpenTotal
                   DISPLAY OiRef " " OiDocDate " due " OiDueDate
                       " " WSShowAmount " " WSShowOpen " " OiDesc
               END-IF.

      *|==============================================================|
      *    AllocateCredit applies an on-account credit to an open
      *    invoice of the same customer. The invoice is brought
      *    down first; the credit follows it, so a failure between
      *    the two leaves the customer owing less, never more.
      *|==============================================================|

           AllocateCredit.
               DISPLAY s-plg-oiid
               ACCEPT s-plg-oiid
               PERFORM ReadOiAccount
               IF NOT WSAcctOnFile
                   DISPLAY "Customer " WSOiIDNum " is not on open "
                       "items."
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO WSEntryCredit WSEntryInvoice
               MOVE ZERO TO WSEntryAmount
               DISPLAY s-plg-oialloc
               ACCEPT s-plg-oialloc
               MOVE FUNCTION UPPER-CASE(WSEntryCredit)
                   TO WSEntryCredit
               MOVE FUNCTION UPPER-CASE(WSEntryInvoice)
                   TO WSEntryInvoice
               MOVE WSEntryCredit TO OiRef
               PERFORM ReadOiItem
               IF NOT WSItemFound OR NOT OiOnAccount
                   OR OiOpenAmount = ZERO
                   DISPLAY WSEntryCredit " is not an open credit on "
                       "account."
                   EXIT PARAGRAPH
               END-IF
               MOVE OiOpenAmount TO WSCreditOpen
               MOVE WSEntryInvoice TO OiRef
               PERFORM ReadOiItem
               IF NOT WSItemFound OR NOT OiInvoice
                   OR OiOpenAmount = ZERO
                   DISPLAY WSEntryInvoice " is not an open invoice."
                   EXIT PARAGRAPH
               END-IF
               MOVE WSCreditOpen TO WSApplyAmount
               IF OiOpenAmount < WSApplyAmount
                   MOVE OiOpenAmount TO WSApplyAmount
               END-IF
               IF WSEntryAmount > ZERO
                   IF WSEntryAmount > WSApplyAmount
                       MOVE WSApplyAmount TO WSShowAmount
                       DISPLAY "No more than " WSShowAmount
                           " can be allocated."
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WSEntryAmount TO WSApplyAmount
               END-IF
               MOVE WSApplyAmount TO WSShowAmount
               DISPLAY "Allocate " WSShowAmount " of "
                   WSEntryCredit " to " WSEntryInvoice "."
               DISPLAY s-plg-oiconfirm
               ACCEPT s-plg-oiconfirm
               IF WSConfirm NOT = 'Y' AND WSConfirm NOT = 'y'
                   EXIT PARAGRAPH
               END-IF
               SUBTRACT WSApplyAmount FROM OiOpenAmount
               MOVE WSRunDate TO OiLastDate
               REWRITE OpenItemRecord
                   INVALID KEY
                       DISPLAY "Invoice rewrite failed: "
                           WSOiFileStatus
                       EXIT PARAGRAPH
               END-REWRITE
               MOVE WSEntryCredit TO OiRef
               PERFORM ReadOiItem
               IF NOT WSItemFound
                   DISPLAY "Credit " WSEntryCredit " went missing; "
                       "invoice already reduced."
                   EXIT PARAGRAPH
               END-IF
               SUBTRACT WSApplyAmount FROM OiOpenAmount
               MOVE WSRunDate TO OiLastDate
               REWRITE OpenItemRecord
                   INVALID KEY
                       DISPLAY "Credit rewrite failed: "
                           WSOiFileStatus "; invoice already "
                           "reduced."
                       EXIT PARAGRAPH
               END-REWRITE
               DISPLAY "Allocated " WSShowAmount " of "
                   WSEntryCredit " to " WSEntryInvoice ".".

      *|==============================================================|
      *    RemoveCustomer deletes the account record once no item
      *    is left open, putting the customer back on balance-
      *    forward statements.
      *|==============================================================|

           RemoveCustomer.
               DISPLAY s-plg-oiid
               ACCEPT s-plg-oiid
               PERFORM ReadOiAccount
               IF NOT WSAcctOnFile
                   DISPLAY "Customer " WSOiIDNum " is not on open "
                       "items."
                   EXIT PARAGRAPH
               END-IF
               PERFORM BrowseOpenItems
               IF WSOpenCount > ZERO
                   DISPLAY "Items are still open; allocate or clear "
                       "them first."
                   EXIT PARAGRAPH
               END-IF
               DISPLAY s-plg-oiconfirm
               ACCEPT s-plg-oiconfirm
               IF WSConfirm NOT = 'Y' AND WSConfirm NOT = 'y'
                   EXIT PARAGRAPH
               END-IF
               MOVE WSOiIDNum TO OiAIDNum
               MOVE SPACES TO OiARef
               DELETE OpenItemFile
                   INVALID KEY
                       DISPLAY "Open-item account delete failed: "
                           WSOiFileStatus
                       EXIT PARAGRAPH
               END-DELETE
               DISPLAY "Customer " WSOiIDNum " is back on balance-"
                   "forward statements.".

           GetOiCustomer.
               MOVE 'N' TO WSCustOKFlag
               DISPLAY s-plg-oiid
               ACCEPT s-plg-oiid
               MOVE WSOiIDNum TO WSCheckIDNum
               CALL 'CheckDigit' USING 'V' WSCheckIDBase
                   WSCheckIDDigit WSCheckDigitValid
               IF NOT WSCheckDigitOK
                   DISPLAY "Check digit does not verify."
                   EXIT PARAGRAPH
               END-IF
               MOVE WSOiIDNum TO IDNum OF CustomerData
               READ CustomerFile
                   INVALID KEY
                       DISPLAY "Customer " WSOiIDNum " not on file."
                       EXIT PARAGRAPH
               END-READ
               IF NOT CustActive
                   DISPLAY "Customer " WSOiIDNum " is not active."
                   EXIT PARAGRAPH
               END-IF
               MOVE 'Y' TO WSCustOKFlag.

           ReadOiAccount.
               MOVE 'N' TO WSAcctFoundFlag
               MOVE WSOiIDNum TO OiAIDNum
               MOVE SPACES TO OiARef
               READ OpenItemFile
                   INVALID KEY
                       EXIT PARAGRAPH
               END-READ
               IF OiAccountRecord
                   MOVE 'Y' TO WSAcctFoundFlag
               END-IF.

           ReadOiItem.
               MOVE 'N' TO WSItemFoundFlag
               MOVE WSOiIDNum TO OiIDNum
               READ OpenItemFile
                   INVALID KEY
                       EXIT PARAGRAPH
               END-READ
               MOVE 'Y' TO WSItemFoundFlag.

      *|==============================================================|
