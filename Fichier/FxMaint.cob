      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FxMaint.

      *|==============================================================|
      *    FxMaint is the supervisor's foreign-billing screen. It
      *    keeps the two files FxConv and FxLedger answer from.
      *
      *    The exchange-rate file (CUSTFXRATE, default FxRates.dat,
      *    FxRate.cpy layout) holds one line per currency and
      *    effective date: the dollars one unit of the currency buys.
      *    A rate change is added as a new line with a later
      *    effective date, so the rate in force on any past date
      *    stays answerable; a line keyed in error is deactivated
      *    rather than removed, with the load-then-save pass TaxMaint
      *    uses.
      *
      *    The FX account file (CUSTFXACCT, default FxAcct.dat,
      *    FxAcct.cpy layout) holds the customer's billing currency.
      *    A currency is set only for an active customer who owes
      *    nothing -- the dollar balance and any foreign balance both
      *    zero -- and only when the currency has a rate in force
      *    today, so the first posting after the change converts
      *    cleanly and no balance is ever counted half in one
      *    currency and half in another. Setting USD puts the
      *    customer back on dollars under the same rule.
      *
      *    Signed on through OperSignon; only a supervisor changes
      *    either file, any other operator may list the rates and
      *    show a customer's currency.
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT FxRateFile ASSIGN TO WSFxRateFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSFxRateStatus.

               SELECT FxAcctFile ASSIGN TO WSFxAcctFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FxAIDNum
                   FILE STATUS IS WSFxAcctStatus.

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

               FD FxRateFile.
                   COPY "FxRate.cpy".

               FD FxAcctFile.
                   COPY "FxAcct.cpy".

               FD CustomerFile.
                   COPY "CustRec.cpy".

               FD BalanceFile.
                   COPY "BalRec.cpy".

           WORKING-STORAGE SECTION.

               1 WSFxRateFileName PIC X(100).
               1 WSFxAcctFileName PIC X(100).
               1 WSCustFileName PIC X(100).
               1 WSBalFileName PIC X(100).

               1 WSFxRateStatus PIC X(2).
                   88 WSFxRateOK VALUE '00'.
                   88 WSFxRateMissing VALUE '35'.

               1 WSFxAcctStatus PIC X(2).
                   88 WSFxAcctOK VALUE '00'.
                   88 WSFxAcctMissing VALUE '35'.

               1 WSFileStatus PIC X(2).
                   88 WSFileOK VALUE '00'.

               1 WSBalFileStatus PIC X(2).
                   88 WSBalFileOK VALUE '00'.

               1 WSBalAvailFlag PIC X(1) VALUE 'N'.
                   88 WSBalFileAvail VALUE 'Y'.

               1 WSEOF PIC X(1).
                   88 WSAtEOF VALUE 'Y'.

               1 WSMenuChoice PIC X(1).
                   88 WSAddRateChoice VALUE '1'.
                   88 WSDeactChoice VALUE '2'.
                   88 WSListChoice VALUE '3'.
                   88 WSSetCurChoice VALUE '4'.
                   88 WSShowCurChoice VALUE '5'.
                   88 WSExitChoice VALUE '0'.

               1 WSOperatorId PIC X(8).
               1 WSOperatorRole PIC X(1).
                   88 WSRoleSupervisor VALUE 'S', ' '.
               1 WSSignonValid PIC X(1).
                   88 WSSignonOK VALUE 'Y'.

               1 WSEntryCurrency PIC X(3).
               1 WSEntryCurName PIC X(20).
               1 WSEntryEffDate PIC 9(8).
               1 WSEntryRate PIC 9(4)V9(6).

               1 WSConfirm PIC X(1).

               1 WSShowRate PIC ZZZ9.999999.
               1 WSShowBalance PIC -ZZZZZZ9.99.
               1 WSListedCount PIC 9(4).

      *    The whole rate file tabled for the deactivate pass and
      *    the rate-in-force test.
               1 WSTableCount PIC 9(4) VALUE ZERO.

               1 FxTable.
                   2 FxEntry OCCURS 1000 TIMES.
                       3 TblCurrency PIC X(3).
                       3 TblCurName PIC X(20).
                       3 TblEffDate PIC 9(8).
                       3 TblUsdPerUnit PIC 9(4)V9(6).
                       3 TblActive PIC X(1).
                       3 TblOperator PIC X(8).
                       3 TblStamp PIC 9(14).

               1 WSRateIdx PIC 9(4) VALUE ZERO.

               1 WSFoundFlag PIC X(1).
                   88 WSEntryFound VALUE 'Y'.

               1 WSOverflowFlag PIC X(1) VALUE 'N'.
                   88 WSTableOverflow VALUE 'Y'.

               1 WSFxIDNum PIC 9(7).
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

           1 s-plg-fxmenu.
               2 BLANK SCREEN.
               2 LINE 2 COL 5 VALUE 'Foreign Billing'.
               2 LINE 4 COL 5 VALUE '1. Add an exchange rate'.
               2 LINE 5 COL 5 VALUE '2. Deactivate an exchange rate'.
               2 LINE 6 COL 5 VALUE '3. List exchange rates'.
               2 LINE 7 COL 5 VALUE
                   '4. Set a customer''s billing currency'.
               2 LINE 8 COL 5 VALUE
                   '5. Show a customer''s billing currency'.
               2 LINE 9 COL 5 VALUE '0. Exit'.
               2 LINE 11 COL 5 VALUE 'Selection : '.
               2 PIC X(1) TO WSMenuChoice REQUIRED.

           1 s-plg-fxrate.
               2 BLANK SCREEN.
               2 LINE 2 COL 5 VALUE 'Exchange Rate Entry'.
               2 LINE 4 COL 5 VALUE 'Currency code     : '.
               2 PIC X(3) TO WSEntryCurrency REQUIRED.
               2 LINE 5 COL 5 VALUE 'Currency name     : '.
               2 PIC X(20) TO WSEntryCurName REQUIRED.
               2 LINE 6 COL 5 VALUE 'Effective (yyyymmdd) : '.
               2 PIC 9(8) USING WSEntryEffDate REQUIRED.
               2 LINE 7 COL 5 VALUE
                   'Dollars per unit (9999.999999) : '.
               2 PIC 9999.999999 TO WSEntryRate REQUIRED.

           1 s-plg-fxconfirm.
               2 LINE 14 COL 5 VALUE 'Add this rate (Y/N) : '.
               2 PIC X(1) TO WSConfirm REQUIRED.

           1 s-plg-fxdeact.
               2 BLANK SCREEN.
               2 LINE 2 COL 5 VALUE 'Deactivate Exchange Rate'.
               2 LINE 4 COL 5 VALUE 'Currency code     : '.
               2 PIC X(3) TO WSEntryCurrency REQUIRED.
               2 LINE 5 COL 5 VALUE 'Effective (yyyymmdd) : '.
               2 PIC 9(8) TO WSEntryEffDate REQUIRED.

           1 s-plg-fxid.
               2 BLANK SCREEN.
               2 LINE 2 COL 5 VALUE 'Billing Currency'.
               2 LINE 4 COL 5 VALUE 'Customer Id (7 digits) : '.
               2 PIC 9(7) TO WSFxIDNum REQUIRED.

           1 s-plg-fxcur.
               2 LINE 8 COL 5 VALUE 'New billing currency : '.
               2 PIC X(3) TO WSEntryCurrency REQUIRED.
               2 LINE 10 COL 5 VALUE 'Set this currency (Y/N) : '.
               2 PIC X(1) TO WSConfirm REQUIRED.

      *|==============================================================|

       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSFxRateFileName FROM ENVIRONMENT "CUSTFXRATE"
                   ON EXCEPTION
                       MOVE "FxRates.dat" TO WSFxRateFileName
               END-ACCEPT
               ACCEPT WSFxAcctFileName FROM ENVIRONMENT "CUSTFXACCT"
                   ON EXCEPTION
                       MOVE "FxAcct.dat" TO WSFxAcctFileName
               END-ACCEPT
               ACCEPT WSCustFileName FROM ENVIRONMENT "CUSTMSTR"
                   ON EXCEPTION
                       MOVE "test.dat" TO WSCustFileName
               END-ACCEPT
               ACCEPT WSBalFileName FROM ENVIRONMENT "CUSTBAL"
                   ON EXCEPTION
                       MOVE "CustBal.dat" TO WSBalFileName
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
               OPEN I-O FxAcctFile
               IF WSFxAcctMissing
                   OPEN OUTPUT FxAcctFile
                   CLOSE FxAcctFile
                   OPEN I-O FxAcctFile
               END-IF
               OPEN INPUT CustomerFile
               OPEN INPUT BalanceFile
               IF WSBalFileOK
                   SET WSBalFileAvail TO TRUE
               END-IF
               PERFORM DisplayFxMenu
               PERFORM UNTIL WSExitChoice
                   EVALUATE TRUE
                       WHEN WSAddRateChoice
                           IF NOT WSRoleSupervisor
                               DISPLAY "Restricted to supervisors."
                           ELSE
                               PERFORM AddFxRate
                           END-IF
                       WHEN WSDeactChoice
                           IF NOT WSRoleSupervisor
                               DISPLAY "Restricted to supervisors."
                           ELSE
                               PERFORM DeactivateFxRate
                           END-IF
                       WHEN WSListChoice
                           PERFORM ListFxRates
                       WHEN WSSetCurChoice
                           IF NOT WSRoleSupervisor
                               DISPLAY "Restricted to supervisors."
                           ELSE
                               PERFORM SetBillingCurrency
                           END-IF
                       WHEN WSShowCurChoice
                           PERFORM ShowBillingCurrency
                       WHEN OTHER
                           DISPLAY "Invalid selection"
                   END-EVALUATE
                   PERFORM DisplayFxMenu
               END-PERFORM
               CLOSE FxAcctFile, CustomerFile
               IF WSBalFileAvail
                   CLOSE BalanceFile
               END-IF
               GOBACK.

           DisplayFxMenu.
               DISPLAY s-plg-fxmenu
               ACCEPT s-plg-fxmenu.

      *|==============================================================|
      *    AddFxRate proves the code, the date, and the rate, and
      *    appends the line, stamped with the supervisor, once the
      *    operator confirms. Dollars never take a rate.
      *|==============================================================|

           AddFxRate.
               MOVE SPACES TO WSEntryCurrency WSEntryCurName
               MOVE WSRunDate TO WSEntryEffDate
               MOVE ZERO TO WSEntryRate
               DISPLAY s-plg-fxrate
               ACCEPT s-plg-fxrate
               MOVE FUNCTION UPPER-CASE(WSEntryCurrency)
                   TO WSEntryCurrency
               MOVE FUNCTION UPPER-CASE(WSEntryCurName)
                   TO WSEntryCurName
               IF WSEntryCurrency IS NOT ALPHABETIC
                   OR WSEntryCurrency(3:1) = SPACE
                   OR WSEntryCurrency(1:1) = SPACE
                   DISPLAY "A currency code is three letters."
                   EXIT PARAGRAPH
               END-IF
               IF WSEntryCurrency = "USD"
                   DISPLAY "Dollars are the book currency and take "
                       "no rate."
                   EXIT PARAGRAPH
               END-IF
               IF WSEntryRate = ZERO
                   DISPLAY "A rate must be more than zero."
                   EXIT PARAGRAPH
               END-IF
               MOVE 'V' TO WSDateCalcOp
               CALL 'DateCalc' USING WSDateCalcOp WSEntryEffDate
                   WSDateCalcDate2 WSDateCalcDays WSDateCalcResult
                   WSDateCalcDow WSDateCalcValid
               IF WSDateCalcValid NOT = 'Y'
                   DISPLAY "Effective date fails the calendar."
                   EXIT PARAGRAPH
               END-IF
               DISPLAY s-plg-fxconfirm
               ACCEPT s-plg-fxconfirm
               IF WSConfirm NOT = 'Y' AND WSConfirm NOT = 'y'
                   EXIT PARAGRAPH
               END-IF
               OPEN EXTEND FxRateFile
               IF WSFxRateMissing
                   OPEN OUTPUT FxRateFile
               END-IF
               MOVE WSEntryCurrency TO FxCurrency
               MOVE WSEntryCurName TO FxCurName
               MOVE WSEntryEffDate TO FxEffDate
               MOVE WSEntryRate TO FxUsdPerUnit
               MOVE 'A' TO FxActive
               MOVE WSOperatorId TO FxOperator
               MOVE FUNCTION CURRENT-DATE(1:14) TO FxStamp
               WRITE FxRateRecord
               CLOSE FxRateFile
               DISPLAY "Exchange rate added.".

      *|==============================================================|
      *    DeactivateFxRate tables the file, flips the matching
      *    line inactive, and saves the file back.
      *|==============================================================|

           DeactivateFxRate.
               MOVE SPACES TO WSEntryCurrency
               DISPLAY s-plg-fxdeact
               ACCEPT s-plg-fxdeact
               MOVE FUNCTION UPPER-CASE(WSEntryCurrency)
                   TO WSEntryCurrency
               PERFORM LoadRateTable
               IF WSTableOverflow
                   DISPLAY "Rate file exceeds the table; "
                       "cannot deactivate safely."
                   EXIT PARAGRAPH
               END-IF
               MOVE 'N' TO WSFoundFlag
               PERFORM VARYING WSRateIdx FROM 1 BY 1
                   UNTIL WSRateIdx > WSTableCount
                   IF TblCurrency(WSRateIdx) = WSEntryCurrency
                       AND TblEffDate(WSRateIdx) = WSEntryEffDate
                       MOVE 'I' TO TblActive(WSRateIdx)
                       MOVE 'Y' TO WSFoundFlag
                   END-IF
               END-PERFORM
               IF WSEntryFound
                   PERFORM SaveRateTable
                   DISPLAY "Exchange rate deactivated."
               ELSE
                   DISPLAY "No matching rate on file."
               END-IF.

           ListFxRates.
               MOVE ZERO TO WSListedCount
               MOVE 'N' TO WSEOF
               OPEN INPUT FxRateFile
               IF NOT WSFxRateOK
                   DISPLAY "No exchange-rate file yet."
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ FxRateFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           ADD 1 TO WSListedCount
                           MOVE FxUsdPerUnit TO WSShowRate
                           DISPLAY FxCurrency " " FxCurName
                               " from " FxEffDate " " WSShowRate
                               " " FxActive " " FxOperator
                   END-READ
               END-PERFORM
               CLOSE FxRateFile
               DISPLAY "Rates listed: " WSListedCount.

           LoadRateTable.
               MOVE ZERO TO WSTableCount
               MOVE 'N' TO WSOverflowFlag
               MOVE 'N' TO WSEOF
               OPEN INPUT FxRateFile
               IF WSFxRateOK
                   PERFORM UNTIL WSAtEOF
                       READ FxRateFile
                           AT END SET WSAtEOF TO TRUE
                           NOT AT END
                               IF WSTableCount < 1000
                                   PERFORM TableOneRate
                               ELSE
                                   SET WSTableOverflow TO TRUE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FxRateFile
               END-IF.

           TableOneRate.
               ADD 1 TO WSTableCount
               MOVE FxCurrency TO TblCurrency(WSTableCount)
               MOVE FxCurName TO TblCurName(WSTableCount)
               MOVE FxEffDate TO TblEffDate(WSTableCount)
               MOVE FxUsdPerUnit TO TblUsdPerUnit(WSTableCount)
               MOVE FxActive TO TblActive(WSTableCount)
               MOVE FxOperator TO TblOperator(WSTableCount)
               MOVE FxStamp TO TblStamp(WSTableCount).

           SaveRateTable.
               OPEN OUTPUT FxRateFile
               PERFORM VARYING WSRateIdx FROM 1 BY 1
                   UNTIL WSRateIdx > WSTableCount
                   MOVE TblCurrency(WSRateIdx) TO FxCurrency
                   MOVE TblCurName(WSRateIdx) TO FxCurName
                   MOVE TblEffDate(WSRateIdx) TO FxEffDate
                   MOVE TblUsdPerUnit(WSRateIdx) TO FxUsdPerUnit
                   MOVE TblActive(WSRateIdx) TO FxActive
                   MOVE TblOperator(WSRateIdx) TO FxOperator
                   MOVE TblStamp(WSRateIdx) TO FxStamp
                   WRITE FxRateRecord
               END-PERFORM
               CLOSE FxRateFile.

      *|==============================================================|
      *    SetBillingCurrency moves a customer onto a currency, or
      *    back onto dollars, while the customer owes nothing in
      *    either. A foreign currency must have an active rate in
      *    force on the business date.
      *|==============================================================|

           SetBillingCurrency.
               PERFORM GetFxCustomer
               IF NOT WSCustomerOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM ReadFxAccount
               PERFORM ShowFxAccount
               IF WSAcctOnFile AND FxABalance NOT = ZERO
                   DISPLAY "The customer still owes in "
                       FxACurrency "; currency not changed."
                   EXIT PARAGRAPH
               END-IF
               IF WSBalFileAvail
                   MOVE WSFxIDNum TO BalIDNum
                   READ BalanceFile
                       INVALID KEY
                           MOVE ZERO TO BalAmount
                   END-READ
                   IF WSBalFileOK AND BalAmount NOT = ZERO
                       MOVE BalAmount TO WSShowBalance
                       DISPLAY "Dollar balance " WSShowBalance
                           " is open; currency not changed."
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               MOVE SPACES TO WSEntryCurrency
               DISPLAY s-plg-fxcur
               ACCEPT s-plg-fxcur
               IF WSConfirm NOT = 'Y' AND WSConfirm NOT = 'y'
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION UPPER-CASE(WSEntryCurrency)
                   TO WSEntryCurrency
               IF WSEntryCurrency NOT = "USD"
                   PERFORM FindRateInForce
                   IF NOT WSEntryFound
                       DISPLAY "No active rate for " WSEntryCurrency
                           " in force on " WSRunDate
                           "; currency not changed."
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               IF NOT WSAcctOnFile
                   AND WSEntryCurrency = "USD"
                   DISPLAY "The customer is already billed in "
                       "dollars."
                   EXIT PARAGRAPH
               END-IF
               MOVE WSFxIDNum TO FxAIDNum
               MOVE WSEntryCurrency TO FxACurrency
               MOVE ZERO TO FxABalance
               MOVE WSRunDate TO FxASetDate
               MOVE WSOperatorId TO FxAOperator
               MOVE FUNCTION CURRENT-DATE(1:14) TO FxAStamp
               IF WSAcctOnFile
                   REWRITE FxAcctRecord
                       INVALID KEY
                           DISPLAY "FX account rewrite failed: "
                               WSFxAcctStatus
                           EXIT PARAGRAPH
                   END-REWRITE
               ELSE
                   MOVE ZERO TO FxALastPostDate
                   WRITE FxAcctRecord
                       INVALID KEY
                           DISPLAY "FX account write failed: "
                               WSFxAcctStatus
                           EXIT PARAGRAPH
                   END-WRITE
               END-IF
               DISPLAY "Customer " WSFxIDNum " is billed in "
                   WSEntryCurrency " from " WSRunDate ".".

           FindRateInForce.
               MOVE 'N' TO WSFoundFlag
               PERFORM LoadRateTable
               PERFORM VARYING WSRateIdx FROM 1 BY 1
                   UNTIL WSRateIdx > WSTableCount
                   IF TblCurrency(WSRateIdx) = WSEntryCurrency
                       AND TblActive(WSRateIdx) = 'A'
                       AND TblEffDate(WSRateIdx) <= WSRunDate
                       AND TblUsdPerUnit(WSRateIdx) > ZERO
                       MOVE 'Y' TO WSFoundFlag
                   END-IF
               END-PERFORM.

           ShowBillingCurrency.
               DISPLAY s-plg-fxid
               ACCEPT s-plg-fxid
               PERFORM ReadFxAccount
               PERFORM ShowFxAccount.

           GetFxCustomer.
               MOVE 'N' TO WSCustOKFlag
               DISPLAY s-plg-fxid
               ACCEPT s-plg-fxid
               MOVE WSFxIDNum TO WSCheckIDNum
               CALL 'CheckDigit' USING 'V' WSCheckIDBase
                   WSCheckIDDigit WSCheckDigitValid
               IF NOT WSCheckDigitOK
                   DISPLAY "Check digit does not verify."
                   EXIT PARAGRAPH
               END-IF
               MOVE WSFxIDNum TO IDNum OF CustomerData
               READ CustomerFile
                   INVALID KEY
                       DISPLAY "Customer " WSFxIDNum " not on file."
                       EXIT PARAGRAPH
               END-READ
               IF NOT CustActive
                   DISPLAY "Customer " WSFxIDNum " is not active."
                   EXIT PARAGRAPH
               END-IF
               MOVE 'Y' TO WSCustOKFlag.

           ReadFxAccount.
               MOVE 'N' TO WSAcctFoundFlag
               MOVE WSFxIDNum TO FxAIDNum
               READ FxAcctFile
                   INVALID KEY
                       EXIT PARAGRAPH
               END-READ
               MOVE 'Y' TO WSAcctFoundFlag.

           ShowFxAccount.
               IF NOT WSAcctOnFile OR FxADollars
                   DISPLAY "Customer " WSFxIDNum
                       " is billed in dollars."
               ELSE
                   MOVE FxABalance TO WSShowBalance
                   DISPLAY "Customer " WSFxIDNum " is billed in "
                       FxACurrency " since " FxASetDate " by "
                       FxAOperator "; owes " WSShowBalance " "
                       FxACurrency
               END-IF.

      *|==============================================================|
