      *    "supervisor-only" rule of those postings is enforced at
      *    the keyboard instead of trusted to whoever can edit a
      *    file.
      *
      *    A credit keyed for a customer flagged certified funds
      *    only (CertCheck, after repeated returned checks) brings
      *    up a warning before the line is kept, so a personal
      *    check is not taken across the counter again.
      *
      *    Every type but a reversal may name the balance component
      *    it moves -- P principal, F fees, I interest -- carried in
      *    col 38 for PostTrans; left blank, a debit raises principal
      *    and a credit is spread by the payment allocation order.
      *
      *    A customer billed in a foreign currency (FxLedger) keys
      *    in that currency by default; the operator may name USD
      *    instead for a payment taken in dollars, and the currency
      *    rides in cols 39-41 for PostTrans to convert at the rate
      *    of the day. A reversal is keyed in dollars, the amount
      *    on the history line it names.
      *
      *    A business customer in open-item mode (OpenItem) is asked
      *    for an invoice number: the number a debit books under
      *    (blank for the account's next) with its due date (zero
      *    for the account's terms), or the invoice a credit pays.
      *    They ride in cols 42-59; a debit naming a number already
      *    on the account is refused here rather than tonight.
      *
      *    Nothing is keyed while the business date falls in a month
      *    a supervisor has closed (PeriodCheck): the batch would
      *    only be rejected line by line by PostTrans tonight.
      *|==============================================================|

       ENVIRONMENT DIVISION.
                       2 PostTType PIC X(1).
                       2 PostTAmount PIC 9(7)V99.
                       2 PostTDesc PIC X(20).
                       2 PostTComponent PIC X(1).
                       2 PostTCurrency PIC X(3).
                       2 PostTInvoice PIC X(10).
                       2 PostTDueDate PIC X(8).
      *    Reversal and adjustment lines, the supervisor-only
      *    shapes PostTrans reads.
                   1 PostingReversal.
                       2 PAdjAmount PIC 9(7)V99.
                       2 PAdjDirection PIC X(1).
                       2 PAdjDesc PIC X(19).
                       2 PAdjComponent PIC X(1).
                       2 PAdjCurrency PIC X(3).
                   1 PostingBatchHeader.
                       2 PBHIDNum PIC 9(7).
                       2 PBHType PIC X(1).
                       3 BEDirection PIC X(1).
      *    The original posting date a reversal names.
                       3 BEOrigDate PIC 9(8).
      *    The balance component the line moves, blank for none.
                       3 BEComponent PIC X(1).
      *    The currency the amount is keyed in; blank for dollars.
                       3 BECurrency PIC X(3).
      *    The invoice number and due date for an open-item
      *    customer; blank and zero for any other.
                       3 BEInvoice PIC X(10).
                       3 BEDueDate PIC 9(8).

               1 WSEntryChoice PIC X(1).
                   88 WSKeyChoice VALUE '1'.
                   88 WSDirectionDebit VALUES 'D', 'd'.
                   88 WSDirectionCredit VALUES 'C', 'c'.
               1 WSEntryOrigDate PIC 9(8).
               1 WSEntryComponent PIC X(1).
                   88 WSComponentOK VALUES ' ', 'P', 'F', 'I'.

               1 WSCheckDigitValid PIC X(1).
                   88 WSCheckDigitOK VALUE 'Y'.

      *    The customer's billing currency off FxLedger, and the
      *    currency the operator says the amount is in.
               1 WSFxFunction PIC X(1).
               COPY "FxLink.cpy".
               1 WSEntryCurrency PIC X(3).
               1 WSCurOKFlag PIC X(1).
                   88 WSCurrencyOK VALUE 'Y'.

      *    The invoice side of the line for a customer in
      *    open-item mode, checked through OpenItem.
               1 WSOiFunction PIC X(1).
               COPY "OiLink.cpy".
               1 WSEntryInvoice PIC X(10).
               1 WSEntryDueDate PIC 9(8).
               1 WSDateCalcOp PIC X(1).
               1 WSDateCalcDate2 PIC 9(8) VALUE ZERO.
               1 WSDateCalcDays PIC S9(7).
               1 WSDateCalcResult PIC 9(8).
               1 WSDateCalcDow PIC 9(1).
               1 WSDateCalcValid PIC X(1).
               1 WSInvOKFlag PIC X(1).
                   88 WSInvoiceOK VALUE 'Y'.

               1 WSCertAnswer PIC X(1).
                   88 WSCertifiedOnly VALUE 'Y'.

               1 WSBatchOpen PIC X(1).
                   88 WSBatchStillOpen VALUE 'Y'.

               1 WSAnotherBatch PIC X(1).

               1 WSPeriodAnswer PIC X(1).
                   88 WSPeriodOpen VALUE 'Y'.
               1 WSClosedThru PIC 9(6).

               1 WSShowKeyed PIC ZZZZ9.
               1 WSShowDebit PIC ZZZZZZZZ9.99.
               1 WSShowCredit PIC ZZZZZZZZ9.99.
               2 LINE 15 COL 5 VALUE 'Original date (yyyymmdd): '.
               2 PIC 9(8) TO WSEntryOrigDate REQUIRED.

           1 s-plg-postcomp.
               2 LINE 16 COL 5 VALUE 'Component (P/F/I/blank): '.
               2 PIC X(1) TO WSEntryComponent.

           1 s-plg-postcur.
               2 LINE 17 COL 5 VALUE 'Amount is in (currency) : '.
               2 PIC X(3) USING WSEntryCurrency REQUIRED.

           1 s-plg-postinv.
               2 LINE 18 COL 5 VALUE 'Invoice number          : '.
               2 PIC X(10) TO WSEntryInvoice.

           1 s-plg-postdue.
               2 LINE 19 COL 5 VALUE 'Due date (0=terms)      : '.
               2 PIC 9(8) USING WSEntryDueDate.

      *|==============================================================|

       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSCustFileName FROM ENVIRONMENT "CUSTMSTR"
                   ON EXCEPTION
                       MOVE "test.dat" TO WSCustFileName
                   DISPLAY "Access denied."
                   GOBACK
               END-IF
               CALL 'PeriodCheck' USING WSDepositDate WSPeriodAnswer
                   WSClosedThru
               IF NOT WSPeriodOpen
                   DISPLAY "The books are closed through "
                       WSClosedThru "; nothing can be keyed for "
                       WSDepositDate "."
                   GOBACK
               END-IF
               OPEN INPUT CustomerFile
               IF NOT WSFileOK
                   DISPLAY "Customer file will not open: "
                       "refused."
                   EXIT PARAGRAPH
               END-IF
               IF WSEntryCredit
                   CALL 'CertCheck' USING WSEntryIDNum WSCertAnswer
                   IF WSCertifiedOnly
                       DISPLAY "WARNING: customer " WSEntryIDNum
                           " is certified funds only -- accept "
                           "this payment only as certified funds."
                   END-IF
               END-IF
               MOVE SPACE TO WSEntryDirection
               MOVE ZERO TO WSEntryOrigDate
               IF WSEntryAdjustment
                       EXIT PARAGRAPH
                   END-IF
               END-IF
      *    A reversal puts back its original's own spread, so only
      *    the other types are asked which component they move.
               MOVE SPACE TO WSEntryComponent
               IF NOT WSEntryReversal
                   DISPLAY s-plg-postcomp
                   ACCEPT s-plg-postcomp
                   MOVE FUNCTION UPPER-CASE(WSEntryComponent)
                       TO WSEntryComponent
                   IF NOT WSComponentOK
                       DISPLAY "Component must be P, F, I or "
                           "blank; line refused."
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               PERFORM AskEntryCurrency
               IF NOT WSCurrencyOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM AskEntryInvoice
               IF NOT WSInvoiceOK
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WSKeyedCount
               MOVE WSEntryIDNum TO BEIDNum(WSKeyedCount)
               EVALUATE TRUE
                       MOVE SPACE TO BEDirection(WSKeyedCount)
                   END-IF
               END-IF
               MOVE WSEntryOrigDate TO BEOrigDate(WSKeyedCount)
               MOVE WSEntryComponent TO BEComponent(WSKeyedCount)
               MOVE WSEntryCurrency TO BECurrency(WSKeyedCount)
               MOVE WSEntryInvoice TO BEInvoice(WSKeyedCount)
               MOVE WSEntryDueDate TO BEDueDate(WSKeyedCount).

      *|==============================================================|
      *    AskEntryCurrency settles the currency the amount is in.
      *    A dollar customer, and any reversal, is keyed in dollars
      *    and asked nothing; a foreign-billed customer's amount
      *    defaults to the billing currency and may be named USD.
      *    Any other answer refuses the line.
      *|==============================================================|

           AskEntryCurrency.
               MOVE 'Y' TO WSCurOKFlag
               MOVE SPACES TO WSEntryCurrency
               IF WSEntryReversal
                   EXIT PARAGRAPH
               END-IF
               MOVE WSEntryIDNum TO FxLIDNum
               MOVE 'Q' TO WSFxFunction
               CALL 'FxLedger' USING WSFxFunction FxLinkArea
               IF NOT FxLDone
                   EXIT PARAGRAPH
               END-IF
               MOVE FxLCurrency TO WSEntryCurrency
               DISPLAY s-plg-postcur
               ACCEPT s-plg-postcur
               MOVE FUNCTION UPPER-CASE(WSEntryCurrency)
                   TO WSEntryCurrency
               IF WSEntryCurrency NOT = FxLCurrency
                   AND WSEntryCurrency NOT = "USD"
                   DISPLAY "Customer is billed in " FxLCurrency
                       "; key " FxLCurrency " or USD. Line refused."
                   MOVE 'N' TO WSCurOKFlag
               END-IF.

      *|==============================================================|
      *    AskEntryInvoice takes the invoice side of the line for a
      *    customer in open-item mode and asks nothing of anyone
      *    else. A line that raises the balance books an invoice
      *    and may name its due date; the number it names must not
      *    be on the account already. A reversal goes whichever way
      *    its original did not, so it names a number but no date.
      *|==============================================================|

           AskEntryInvoice.
               MOVE 'Y' TO WSInvOKFlag
               MOVE SPACES TO WSEntryInvoice
               MOVE ZERO TO WSEntryDueDate
               MOVE WSEntryIDNum TO OiLIDNum
               MOVE 'Q' TO WSOiFunction
               CALL 'OpenItem' USING WSOiFunction OiLinkArea
               IF NOT OiLDone
                   EXIT PARAGRAPH
               END-IF
               DISPLAY s-plg-postinv
               ACCEPT s-plg-postinv
               MOVE FUNCTION UPPER-CASE(WSEntryInvoice)
                   TO WSEntryInvoice
               IF NOT WSEntryDebit AND NOT WSEntryOverride
                   AND NOT (WSEntryAdjustment AND WSDirectionDebit)
                   EXIT PARAGRAPH
               END-IF
               DISPLAY s-plg-postdue
               ACCEPT s-plg-postdue
               IF WSEntryDueDate NOT = ZERO
                   MOVE 'V' TO WSDateCalcOp
                   CALL 'DateCalc' USING WSDateCalcOp WSEntryDueDate
                       WSDateCalcDate2 WSDateCalcDays
                       WSDateCalcResult WSDateCalcDow
                       WSDateCalcValid
                   IF WSDateCalcValid NOT = 'Y'
                       DISPLAY "Due date is not a date; line "
                           "refused."
                       MOVE 'N' TO WSInvOKFlag
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               IF WSEntryInvoice = SPACES
                   EXIT PARAGRAPH
               END-IF
               MOVE WSEntryInvoice TO OiLRef
               MOVE 'V' TO WSOiFunction
               CALL 'OpenItem' USING WSOiFunction OiLinkArea
               IF OiLTaken
                   DISPLAY "Invoice " WSEntryInvoice " is already "
                       "on the account; line refused."
                   MOVE 'N' TO WSInvOKFlag
               END-IF.

      *|==============================================================|
      *    TryCloseBatch: the gate. Keyed count and both totals must
               CLOSE PostingFile.

           WriteOneBatchLine.
      *    Every shape goes out at the full line length, so the
      *    invoice columns follow any of them.
               MOVE SPACES TO PostingTransaction
               MOVE BEInvoice(WSEntryIdx) TO PostTInvoice
               IF BEDueDate(WSEntryIdx) NOT = ZERO
                   MOVE BEDueDate(WSEntryIdx) TO PostTDueDate
               END-IF
               EVALUATE BEType(WSEntryIdx)
                   WHEN 'R'
                       MOVE BEIDNum(WSEntryIdx) TO PRevIDNum
                           TO PRevOrigDate
                       MOVE BEDesc(WSEntryIdx)(1:12)
                           TO PRevDesc
                       WRITE PostingTransaction
                   WHEN 'A'
                       MOVE BEIDNum(WSEntryIdx) TO PAdjIDNum
                       MOVE 'A' TO PAdjType
                           TO PAdjDirection
                       MOVE BEDesc(WSEntryIdx)(1:19)
                           TO PAdjDesc
                       MOVE BEComponent(WSEntryIdx) TO PAdjComponent
                       MOVE BECurrency(WSEntryIdx) TO PAdjCurrency
                       WRITE PostingTransaction
                   WHEN OTHER
                       MOVE BEIDNum(WSEntryIdx) TO PostTIDNum
                       MOVE BEType(WSEntryIdx) TO PostTType
                       MOVE BEAmount(WSEntryIdx) TO PostTAmount
                       MOVE BEDesc(WSEntryIdx) TO PostTDesc
                       MOVE BEComponent(WSEntryIdx) TO PostTComponent
                       MOVE BECurrency(WSEntryIdx) TO PostTCurrency
                       WRITE PostingTransaction
               END-EVALUATE.

