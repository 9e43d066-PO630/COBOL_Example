      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FxLedger.

      *|==============================================================|
      *    FxLedger keeps the billing-currency side of the ledger for
      *    customers billed outside dollars. The balance file and the
      *    posting history stay in dollars, the book of record the GL
      *    interface and the receivables reports read; a posting for
      *    a foreign-billed customer also books a foreign posting
      *    (CUSTFXPOST, default FxPostHist.dat, FxPost.cpy layout)
      *    under its history line's own key, carrying the amount in
      *    the customer's currency and the rate of the day, and moves
      *    the customer's foreign balance on the FX account file
      *    (CUSTFXACCT, default FxAcct.dat, FxAcct.cpy layout).
      *
      *    Called with a function code and the FxLink.cpy area: 'C'
      *    converts a posting line's amount at the rate in force on
      *    its date (FxConv) -- an amount keyed in the customer's
      *    currency gets its dollar equivalent, a dollar amount its
      *    foreign equivalent, both rounded to the cent -- 'B' books
      *    the foreign posting once the history line is written, 'F'
      *    finds the foreign posting behind a history line, and 'Q'
      *    answers the customer's currency and foreign balance. The
      *    FxLink.cpy banner lists the fields each reads and sets.
      *    A callable service in the PeriodCheck mold: the files are
      *    opened and closed on every call, so a report step reading
      *    them in the same run sees every booking.
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT FxAcctFile ASSIGN TO WSFxAcctFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FxAIDNum
                   FILE STATUS IS WSFxAcctStatus.

               SELECT FxPostFile ASSIGN TO WSFxPostFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FxPKey
                   FILE STATUS IS WSFxPostStatus.

      *|==============================================================|

       DATA DIVISION.

           FILE SECTION.

               FD FxAcctFile.
                   COPY "FxAcct.cpy".

               FD FxPostFile.
                   COPY "FxPost.cpy".

           WORKING-STORAGE SECTION.

               1 WSFxAcctFileName PIC X(100).
               1 WSFxPostFileName PIC X(100).

               1 WSFxAcctStatus PIC X(2).
                   88 WSFxAcctOK VALUE '00'.
               1 WSFxPostStatus PIC X(2).
                   88 WSFxPostOK VALUE '00'.
                   88 WSFxPostMissing VALUE '35'.

               1 WSNamesFlag PIC X(1) VALUE 'N'.
                   88 WSNamesTaken VALUE 'Y'.

               1 WSAcctFoundFlag PIC X(1).
                   88 WSAcctForeign VALUE 'Y'.

               1 WSRateFound PIC X(1).
                   88 WSRateInForce VALUE 'Y'.

           LINKAGE SECTION.

               1 LK-Function PIC X(1).
                   88 LK-Convert VALUE 'C'.
                   88 LK-Book VALUE 'B'.
                   88 LK-Find VALUE 'F'.
                   88 LK-Query VALUE 'Q'.

               COPY "FxLink.cpy".

       PROCEDURE DIVISION USING LK-Function FxLinkArea.

           MainLine.
               CALL 'ParmLoad'
               IF NOT WSNamesTaken
                   ACCEPT WSFxAcctFileName FROM ENVIRONMENT
                           "CUSTFXACCT"
                       ON EXCEPTION
                           MOVE "FxAcct.dat" TO WSFxAcctFileName
                   END-ACCEPT
                   ACCEPT WSFxPostFileName FROM ENVIRONMENT
                           "CUSTFXPOST"
                       ON EXCEPTION
                           MOVE "FxPostHist.dat" TO WSFxPostFileName
                   END-ACCEPT
                   SET WSNamesTaken TO TRUE
               END-IF
               MOVE 'N' TO FxLResult
               EVALUATE TRUE
                   WHEN LK-Convert
                       PERFORM ConvertLine
                   WHEN LK-Book
                       PERFORM BookForeignPosting
                   WHEN LK-Find
                       PERFORM FindForeignPosting
                   WHEN LK-Query
                       PERFORM QueryAccount
               END-EVALUATE
               EXIT PROGRAM.

      *|==============================================================|
      *    ReadAccount reads the customer's FX account read-only and
      *    says whether the customer is billed in a foreign currency.
      *|==============================================================|

           ReadAccount.
               MOVE 'N' TO WSAcctFoundFlag
               OPEN INPUT FxAcctFile
               IF NOT WSFxAcctOK
                   EXIT PARAGRAPH
               END-IF
               MOVE FxLIDNum TO FxAIDNum
               READ FxAcctFile
                   INVALID KEY
                       MOVE SPACES TO FxACurrency
               END-READ
               IF WSFxAcctOK AND NOT FxADollars
                   SET WSAcctForeign TO TRUE
               END-IF
               CLOSE FxAcctFile.

      *|==============================================================|
      *    ConvertLine settles both sides of a posting line. A
      *    dollar customer's line must be in dollars and converts to
      *    itself; a foreign customer's line is in the customer's
      *    currency or in dollars, never a third currency.
      *|==============================================================|

           ConvertLine.
               MOVE ZERO TO FxLForeign
               MOVE 1 TO FxLRate
               MOVE FxLAmount TO FxLUsd
               MOVE SPACES TO FxLCurrency
               PERFORM ReadAccount
               IF NOT WSAcctForeign
                   IF FxLLineCur NOT = SPACES
                       AND FxLLineCur NOT = "USD"
                       MOVE 'X' TO FxLResult
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               MOVE FxACurrency TO FxLCurrency
               IF FxLLineCur NOT = SPACES
                   AND FxLLineCur NOT = "USD"
                   AND FxLLineCur NOT = FxACurrency
                   MOVE 'X' TO FxLResult
                   EXIT PARAGRAPH
               END-IF
               CALL 'FxConv' USING FxACurrency FxLDate FxLRate
                   WSRateFound
               IF NOT WSRateInForce
                   MOVE 'R' TO FxLResult
                   EXIT PARAGRAPH
               END-IF
               IF FxLLineCur = FxACurrency
                   MOVE FxLAmount TO FxLForeign
                   COMPUTE FxLUsd ROUNDED = FxLAmount * FxLRate
                       ON SIZE ERROR
                           MOVE 'E' TO FxLResult
                           EXIT PARAGRAPH
                   END-COMPUTE
               ELSE
                   MOVE FxLAmount TO FxLUsd
                   COMPUTE FxLForeign ROUNDED = FxLAmount / FxLRate
                       ON SIZE ERROR
                           MOVE 'E' TO FxLResult
                           EXIT PARAGRAPH
                   END-COMPUTE
               END-IF
               MOVE 'Y' TO FxLResult.

      *|==============================================================|
      *    BookForeignPosting writes the foreign side of a history
      *    line just written and moves the foreign balance the way
      *    the dollar balance moved: a debit raises it, a credit
      *    lowers it.
      *|==============================================================|

           BookForeignPosting.
               MOVE 'E' TO FxLResult
               OPEN I-O FxAcctFile
               IF NOT WSFxAcctOK
                   DISPLAY "FxLedger: FX account file will not open: "
                       WSFxAcctStatus
                   EXIT PARAGRAPH
               END-IF
               MOVE FxLIDNum TO FxAIDNum
               READ FxAcctFile
                   INVALID KEY
                       DISPLAY "FxLedger: no FX account for "
                           FxLIDNum "; foreign side not booked."
                       CLOSE FxAcctFile
                       EXIT PARAGRAPH
               END-READ
               OPEN I-O FxPostFile
               IF WSFxPostMissing
                   OPEN OUTPUT FxPostFile
                   CLOSE FxPostFile
                   OPEN I-O FxPostFile
               END-IF
               MOVE FxLIDNum TO FxPIDNum
               MOVE FxLDate TO FxPDate
               MOVE FxLSeq TO FxPSeq
               MOVE FxLCurrency TO FxPCurrency
               MOVE FxLType TO FxPType
               MOVE FxLForeign TO FxPForeign
               MOVE FxLRate TO FxPRate
               MOVE FxLUsd TO FxPUsd
               WRITE FxPostRecord
                   INVALID KEY
                       DISPLAY "FxLedger: foreign posting for "
                           FxLIDNum " " FxLDate " not written: "
                           WSFxPostStatus
                       CLOSE FxPostFile, FxAcctFile
                       EXIT PARAGRAPH
               END-WRITE
               CLOSE FxPostFile
               IF FxPDebit
                   ADD FxLForeign TO FxABalance
               ELSE
                   SUBTRACT FxLForeign FROM FxABalance
               END-IF
               MOVE FxLDate TO FxALastPostDate
               REWRITE FxAcctRecord
                   INVALID KEY
                       DISPLAY "FxLedger: FX balance for "
                           FxLIDNum " not rewritten: "
                           WSFxAcctStatus
                       CLOSE FxAcctFile
                       EXIT PARAGRAPH
               END-REWRITE
               CLOSE FxAcctFile
               MOVE FxABalance TO FxLBalance
               MOVE 'Y' TO FxLResult.

           FindForeignPosting.
               OPEN INPUT FxPostFile
               IF NOT WSFxPostOK
                   EXIT PARAGRAPH
               END-IF
               MOVE FxLIDNum TO FxPIDNum
               MOVE FxLDate TO FxPDate
               MOVE FxLSeq TO FxPSeq
               READ FxPostFile
                   INVALID KEY
                       CLOSE FxPostFile
                       EXIT PARAGRAPH
               END-READ
               MOVE FxPCurrency TO FxLCurrency
               MOVE FxPType TO FxLType
               MOVE FxPForeign TO FxLForeign
               MOVE FxPRate TO FxLRate
               MOVE FxPUsd TO FxLUsd
               MOVE 'Y' TO FxLResult
               CLOSE FxPostFile.

           QueryAccount.
               MOVE SPACES TO FxLCurrency
               MOVE ZERO TO FxLBalance
               PERFORM ReadAccount
               IF WSAcctForeign
                   MOVE FxACurrency TO FxLCurrency
                   MOVE FxABalance TO FxLBalance
                   MOVE 'Y' TO FxLResult
               END-IF.

      *|==============================================================|
