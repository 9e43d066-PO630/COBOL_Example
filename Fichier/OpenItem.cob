      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. OpenItem.

      *|==============================================================|
      *    OpenItem keeps the open-item side of the ledger for the
      *    business customers whose accounts payable teams pay by
      *    invoice number, not by balance. The balance file and the
      *    posting history stay the book of record; for a customer
      *    in open-item mode every posting also lands on the open-
      *    item file (CUSTOPENITEM, default OpenItem.dat, OpenItem.cpy
      *    layout), so the statement can list which invoices are
      *    still unpaid and how old each one is.
      *
      *    Called with a function code and the OiLink.cpy area: 'Q'
      *    answers whether the customer is in open-item mode, 'V'
      *    checks that the invoice number a debit names is not
      *    already on the account, and 'P' posts an applied line:
      *    a debit books an invoice -- under the number keyed with
      *    it, or the next number the account issues, due on the
      *    date keyed or at the account's terms -- and a credit pays
      *    the invoice it names, as far as that invoice is open,
      *    holding whatever is left (or all of it, when it names no
      *    open invoice) as an on-account credit until an operator
      *    allocates it on OpenItemMaint. Nothing is matched by
      *    guesswork. The OiLink.cpy banner lists the fields each
      *    function reads and sets.
      *
      *    A callable service in the FxLedger mold: the file is
      *    opened and closed on every call, so a report step reading
      *    it in the same run sees every item.
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT OpenItemFile ASSIGN TO WSOpenItemFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS OiKey
                   FILE STATUS IS WSOpenItemStatus.

      *|==============================================================|

       DATA DIVISION.

           FILE SECTION.

               FD OpenItemFile.
                   COPY "OpenItem.cpy".

           WORKING-STORAGE SECTION.

               1 WSOpenItemFileName PIC X(100).

               1 WSOpenItemStatus PIC X(2).
                   88 WSOpenItemOK VALUE '00'.
                   88 WSOpenItemMissing VALUE '35'.

               1 WSNamesFlag PIC X(1) VALUE 'N'.
                   88 WSNamesTaken VALUE 'Y'.

               1 WSAcctFoundFlag PIC X(1).
                   88 WSAcctOpenItem VALUE 'Y'.

               1 WSItemFoundFlag PIC X(1).
                   88 WSItemFound VALUE 'Y'.

      *    The account's terms and numbering, held while the item
      *    records pass through the shared record area.
               1 WSTermsDays PIC 9(3).
               1 WSNextSeq PIC 9(7).

               1 WSGenRef.
                   2 WSGenPrefix PIC X(3).
                   2 WSGenSeq PIC 9(7).

               1 WSApplyAmount PIC 9(7)V99.

               1 WSDateCalcOp PIC X(1).
               1 WSDateCalcDate2 PIC 9(8) VALUE ZERO.
               1 WSDateCalcDays PIC S9(7).
               1 WSDateCalcResult PIC 9(8).
               1 WSDateCalcDow PIC 9(1).
               1 WSDateCalcValid PIC X(1).

           LINKAGE SECTION.

               1 LK-Function PIC X(1).
                   88 LK-Query VALUE 'Q'.
                   88 LK-Validate VALUE 'V'.
                   88 LK-Post VALUE 'P'.

               COPY "OiLink.cpy".

       PROCEDURE DIVISION USING LK-Function OiLinkArea.

           MainLine.
               CALL 'ParmLoad'
               IF NOT WSNamesTaken
                   ACCEPT WSOpenItemFileName FROM ENVIRONMENT
                           "CUSTOPENITEM"
                       ON EXCEPTION
                           MOVE "OpenItem.dat" TO WSOpenItemFileName
                   END-ACCEPT
                   SET WSNamesTaken TO TRUE
               END-IF
               MOVE 'N' TO OiLResult
               EVALUATE TRUE
                   WHEN LK-Query
                       PERFORM QueryAccount
                   WHEN LK-Validate
                       PERFORM ValidateInvoice
                   WHEN LK-Post
                       PERFORM PostLine
               END-EVALUATE
               EXIT PROGRAM.

      *|==============================================================|
      *    ReadAccount reads the customer's own record off the open
      *    file and says whether the customer is in open-item mode.
      *|==============================================================|

           ReadAccount.
               MOVE 'N' TO WSAcctFoundFlag
               MOVE OiLIDNum TO OiAIDNum
               MOVE SPACES TO OiARef
               READ OpenItemFile
                   INVALID KEY
                       EXIT PARAGRAPH
               END-READ
               IF OiAccountRecord
                   SET WSAcctOpenItem TO TRUE
                   MOVE OiATermsDays TO WSTermsDays
                   MOVE OiANextSeq TO WSNextSeq
               END-IF.

           ReadItem.
               MOVE 'N' TO WSItemFoundFlag
               MOVE OiLIDNum TO OiIDNum
               MOVE OiLRef TO OiRef
               READ OpenItemFile
                   INVALID KEY
                       EXIT PARAGRAPH
               END-READ
               SET WSItemFound TO TRUE.

           QueryAccount.
               MOVE ZERO TO OiLTerms
               OPEN INPUT OpenItemFile
               IF NOT WSOpenItemOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM ReadAccount
               IF WSAcctOpenItem
                   MOVE WSTermsDays TO OiLTerms
                   MOVE 'Y' TO OiLResult
               END-IF
               CLOSE OpenItemFile.

           ValidateInvoice.
               OPEN INPUT OpenItemFile
               IF NOT WSOpenItemOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM ReadAccount
               IF WSAcctOpenItem
                   MOVE 'Y' TO OiLResult
                   IF OiLRef NOT = SPACES
                       PERFORM ReadItem
                       IF WSItemFound
                           MOVE 'X' TO OiLResult
                       END-IF
                   END-IF
               END-IF
               CLOSE OpenItemFile.

      *|==============================================================|
      *    PostLine books an applied posting against the open items:
      *    a debit as an invoice, a credit against the invoice it
      *    names and on account for the rest. The account's next
      *    number is saved back once the items are written.
      *|==============================================================|

           PostLine.
               MOVE ZERO TO OiLApplied OiLOnAccount
               MOVE SPACES TO OiLOnAcctRef
               OPEN I-O OpenItemFile
               IF WSOpenItemMissing
                   EXIT PARAGRAPH
               END-IF
               IF NOT WSOpenItemOK
                   MOVE 'E' TO OiLResult
                   DISPLAY "OpenItem: open-item file will not open: "
                       WSOpenItemStatus
                   EXIT PARAGRAPH
               END-IF
               PERFORM ReadAccount
               IF NOT WSAcctOpenItem
                   CLOSE OpenItemFile
                   EXIT PARAGRAPH
               END-IF
               MOVE 'Y' TO OiLResult
               IF OiLDirection = 'D'
                   PERFORM BookInvoice
               ELSE
                   PERFORM BookPayment
               END-IF
               MOVE OiLIDNum TO OiAIDNum
               MOVE SPACES TO OiARef
               READ OpenItemFile
                   INVALID KEY
                       MOVE 'E' TO OiLResult
                   NOT INVALID KEY
                       MOVE WSNextSeq TO OiANextSeq
                       REWRITE OiAcctRecord
                           INVALID KEY
                               MOVE 'E' TO OiLResult
                       END-REWRITE
               END-READ
               CLOSE OpenItemFile.

           BookInvoice.
               IF OiLRef NOT = SPACES
                   PERFORM ReadItem
                   IF WSItemFound
                       MOVE 'X' TO OiLResult
                       MOVE SPACES TO OiLRef
                   END-IF
               END-IF
               IF OiLRef = SPACES
                   MOVE "INV" TO WSGenPrefix
                   PERFORM IssueNextRef
                   MOVE WSGenRef TO OiLRef
               END-IF
               IF OiLDueDate NOT NUMERIC OR OiLDueDate = ZERO
                   MOVE 'A' TO WSDateCalcOp
                   MOVE WSTermsDays TO WSDateCalcDays
                   CALL 'DateCalc' USING WSDateCalcOp OiLDate
                       WSDateCalcDate2 WSDateCalcDays
                       WSDateCalcResult WSDateCalcDow
                       WSDateCalcValid
                   MOVE WSDateCalcResult TO OiLDueDate
               END-IF
               MOVE OiLIDNum TO OiIDNum
               MOVE OiLRef TO OiRef
               SET OiInvoice TO TRUE
               MOVE OiLDate TO OiDocDate
               MOVE OiLDueDate TO OiDueDate
               MOVE OiLAmount TO OiOrigAmount
               MOVE OiLAmount TO OiOpenAmount
               MOVE OiLDate TO OiLastDate
               MOVE OiLDesc TO OiDesc
               WRITE OpenItemRecord
                   INVALID KEY
                       MOVE 'E' TO OiLResult
                       DISPLAY "OpenItem: invoice " OiLRef " for "
                           OiLIDNum " not written: "
                           WSOpenItemStatus
               END-WRITE.

           BookPayment.
               MOVE OiLAmount TO OiLOnAccount
               IF OiLRef NOT = SPACES
                   PERFORM ReadItem
                   IF WSItemFound AND OiInvoice
                       AND OiOpenAmount > ZERO
                       IF OiLAmount < OiOpenAmount
                           MOVE OiLAmount TO WSApplyAmount
                       ELSE
                           MOVE OiOpenAmount TO WSApplyAmount
                       END-IF
                       SUBTRACT WSApplyAmount FROM OiOpenAmount
                       MOVE OiLDate TO OiLastDate
                       REWRITE OpenItemRecord
                           INVALID KEY
                               MOVE 'E' TO OiLResult
                               EXIT PARAGRAPH
                       END-REWRITE
                       MOVE WSApplyAmount TO OiLApplied
                       SUBTRACT WSApplyAmount FROM OiLOnAccount
                   END-IF
               END-IF
               IF OiLOnAccount = ZERO
                   EXIT PARAGRAPH
               END-IF
               MOVE "OA-" TO WSGenPrefix
               PERFORM IssueNextRef
               MOVE WSGenRef TO OiLOnAcctRef
               MOVE OiLIDNum TO OiIDNum
               MOVE WSGenRef TO OiRef
               SET OiOnAccount TO TRUE
               MOVE OiLDate TO OiDocDate
               MOVE ZERO TO OiDueDate
               MOVE OiLOnAccount TO OiOrigAmount
               MOVE OiLOnAccount TO OiOpenAmount
               MOVE OiLDate TO OiLastDate
               MOVE OiLDesc TO OiDesc
               WRITE OpenItemRecord
                   INVALID KEY
                       MOVE 'E' TO OiLResult
                       DISPLAY "OpenItem: on-account credit for "
                           OiLIDNum " not written: "
                           WSOpenItemStatus
               END-WRITE.

      *|==============================================================|
      *    IssueNextRef takes the account's next number under the
      *    prefix, stepping past any number already used -- an
      *    invoice keyed by hand may have taken it.
      *|==============================================================|

           IssueNextRef.
               MOVE 'Y' TO WSItemFoundFlag
               PERFORM UNTIL NOT WSItemFound
                   ADD 1 TO WSNextSeq
                   MOVE WSNextSeq TO WSGenSeq
                   MOVE OiLIDNum TO OiIDNum
                   MOVE WSGenRef TO OiRef
                   READ OpenItemFile
                       INVALID KEY
                           MOVE 'N' TO WSItemFoundFlag
                   END-READ
               END-PERFORM.

      *|==============================================================|
