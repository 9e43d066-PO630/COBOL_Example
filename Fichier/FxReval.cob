      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FxReval.

      *|==============================================================|
      *    FxReval is the month-end revaluation of the balances
      *    customers owe in a foreign currency. The balance file
      *    carries every debt in dollars at the rates of the days it
      *    was posted; the FX account file (CUSTFXACCT, default
      *    FxAcct.dat, FxAcct.cpy layout) carries the same debt in
      *    the billing currency. Each foreign balance is valued at
      *    the rate in force on the business date (FxConv), and the
      *    difference from the dollar book balance is the unrealized
      *    gain (the debt is worth more dollars than booked) or loss
      *    accounting books for the month.
      *
      *    A customer whose foreign balance has come to zero while
      *    dollars remain on the balance file has a realized
      *    difference left behind by the rates the debt was paid
      *    at; the line is marked RESIDUE for a supervisor
      *    adjustment to clear. A currency with no rate in force
      *    cannot be valued; its lines are marked NO RATE, left out
      *    of the totals, and the run log carries return code 4.
      *
      *    Detail by customer, then totals by currency and the
      *    overall gain or loss in dollars. The nightly chain runs
      *    it on the month's last cycle ahead of MonthEnd. Report to
      *    CUSTFXRPT, default FxReval.rpt, inside the RptBanner
      *    frame and registered on the report catalog.
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT FxAcctFile ASSIGN TO WSFxAcctFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS FxAIDNum
                   FILE STATUS IS WSFxAcctStatus.

               SELECT BalanceFile ASSIGN TO WSBalFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS BalIDNum
                   FILE STATUS IS WSBalFileStatus.

               SELECT FxRptFile ASSIGN TO WSReportFileName
                   ORGANIZATION IS LINE SEQUENTIAL.

      *|==============================================================|

       DATA DIVISION.

           FILE SECTION.

               FD FxAcctFile.
                   COPY "FxAcct.cpy".

               FD BalanceFile.
                   COPY "BalRec.cpy".

               FD FxRptFile.
                   1 FxRptLine PIC X(100).

           WORKING-STORAGE SECTION.

               1 WSFxAcctFileName PIC X(100).
               1 WSBalFileName PIC X(100).
               1 WSReportFileName PIC X(100).

               1 WSFxAcctStatus PIC X(2).
                   88 WSFxAcctOK VALUE '00'.
               1 WSBalFileStatus PIC X(2).
                   88 WSBalFileOK VALUE '00'.

               1 WSEOF PIC X(1).
                   88 WSAtEOF VALUE 'Y'.

               1 WSBizDateParm PIC X(8).
               1 WSRunDate PIC 9(8).

      *    The customer in hand.
               1 WSBookUsd PIC S9(9)V99.
               1 WSRevalUsd PIC S9(9)V99.
               1 WSGainLoss PIC S9(9)V99.
               1 WSRate PIC 9(4)V9(6).
               1 WSRateFound PIC X(1).
                   88 WSRateInForce VALUE 'Y'.
               1 WSLineNote PIC X(8).

      *    Totals by currency.
               1 WSCurMax PIC 9(3) VALUE 100.
               1 WSCurCount PIC 9(3) VALUE ZERO.
               1 WSCurIdx PIC 9(3).
               1 WSCurFound PIC 9(3).
               1 CurrencyTable.
                   2 CurEntry OCCURS 100 TIMES.
                       3 CurCode PIC X(3).
                       3 CurRate PIC 9(4)V9(6).
                       3 CurAccounts PIC 9(7).
                       3 CurForeign PIC S9(11)V99.
                       3 CurRevalued PIC S9(11)V99.
                       3 CurBook PIC S9(11)V99.
                       3 CurGainLoss PIC S9(11)V99.

               1 WSAcctCount PIC 9(7) VALUE ZERO.
               1 WSValuedCount PIC 9(7) VALUE ZERO.
               1 WSResidueCount PIC 9(7) VALUE ZERO.
               1 WSNoRateCount PIC 9(7) VALUE ZERO.
               1 WSTotGainLoss PIC S9(11)V99 VALUE ZERO.
               1 WSTotResidue PIC S9(11)V99 VALUE ZERO.

               1 HeadLine1.
                   2 FILLER PIC X(38)
                       VALUE " Foreign balance revaluation as of ".
                   2 PrnHeadDate PIC 9(8).

               1 HeadLine2.
                   2 FILLER PIC X(9) VALUE " Id".
                   2 FILLER PIC X(5) VALUE "Cur".
                   2 FILLER PIC X(13) VALUE "      Foreign".
                   2 FILLER PIC X(14) VALUE "          Rate".
                   2 FILLER PIC X(14) VALUE "     Revalued".
                   2 FILLER PIC X(14) VALUE "     Book USD".
                   2 FILLER PIC X(14) VALUE "    Gain/loss".

               1 DetailLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnDetId PIC 9(7).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnDetCur PIC X(3).
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnDetForeign PIC -ZZZZZZZ9.99.
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnDetRate PIC ZZZ9.999999.
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnDetReval PIC -ZZZZZZZZ9.99.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnDetBook PIC -ZZZZZZZZ9.99.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnDetGain PIC -ZZZZZZZZ9.99.
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnDetNote PIC X(8).

               1 CurrencyLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnCurAccounts PIC ZZZZZZ9.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnCurCode PIC X(3).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnCurForeign PIC -ZZZZZZZ9.99.
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnCurRate PIC ZZZ9.999999.
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnCurReval PIC -ZZZZZZZZ9.99.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnCurBook PIC -ZZZZZZZZ9.99.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnCurGain PIC -ZZZZZZZZ9.99.

               1 SummaryLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnSumLabel PIC X(40).
                   2 PrnSumValue PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

               1 CountLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnCntLabel PIC X(40).
                   2 PrnCntValue PIC ZZZ,ZZZ,ZZ9.

               1 SectionHead PIC X(40).

               1 SeparatorLine PIC X(100) VALUE ALL "-".

      *    Standard report identification and catalog registration.
               1 WSBnrFunction PIC X(1).
               1 WSBnrReportName PIC X(20) VALUE "FxReval".
               1 WSBnrRequestor PIC X(8) VALUE "BATCH".
               1 WSBnrCount PIC 9(7) VALUE ZERO.
               1 WSBnrLine1 PIC X(80).
               1 WSBnrLine2 PIC X(80).

               1 WSCatReportName PIC X(20).
               1 WSCatFileName PIC X(100).
               1 WSCatPages PIC 9(4) VALUE ZERO.
               1 WSCatRecords PIC 9(7) VALUE ZERO.

      *    Run-log work area handed to the shared RunLog subprogram.
               1 WSLogStepName PIC X(20) VALUE "FxReval".
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
               ACCEPT WSFxAcctFileName FROM ENVIRONMENT "CUSTFXACCT"
                   ON EXCEPTION
                       MOVE "FxAcct.dat" TO WSFxAcctFileName
               END-ACCEPT
               ACCEPT WSBalFileName FROM ENVIRONMENT "CUSTBAL"
                   ON EXCEPTION
                       MOVE "CustBal.dat" TO WSBalFileName
               END-ACCEPT
               ACCEPT WSReportFileName FROM ENVIRONMENT "CUSTFXRPT"
                   ON EXCEPTION
                       MOVE "FxReval.rpt" TO WSReportFileName
               END-ACCEPT
               MOVE 'S' TO WSLogEvent
               PERFORM WriteRunLogRecord
               OPEN OUTPUT FxRptFile
               MOVE 'B' TO WSBnrFunction
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   WSBnrRequestor WSBnrCount WSBnrLine1 WSBnrLine2
               WRITE FxRptLine FROM WSBnrLine1
               WRITE FxRptLine FROM WSBnrLine2
               MOVE WSRunDate TO PrnHeadDate
               WRITE FxRptLine FROM HeadLine1
                   AFTER ADVANCING 1 LINE
               WRITE FxRptLine FROM HeadLine2
                   AFTER ADVANCING 2 LINES
               WRITE FxRptLine FROM SeparatorLine
               PERFORM RevalueAccounts
               PERFORM PrintCurrencyTotals
               PERFORM PrintSummary
               MOVE 'T' TO WSBnrFunction
               MOVE WSAcctCount TO WSBnrCount
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   WSBnrRequestor WSBnrCount WSBnrLine1 WSBnrLine2
               WRITE FxRptLine FROM WSBnrLine1
               CLOSE FxRptFile
               MOVE "FxReval" TO WSCatReportName
               MOVE WSReportFileName TO WSCatFileName
               MOVE WSAcctCount TO WSCatRecords
               CALL 'RptCatalog' USING WSCatReportName
                   WSCatFileName WSCatPages WSCatRecords
               DISPLAY "FxReval: " WSAcctCount
                   " foreign-billed accounts, " WSValuedCount
                   " revalued, " WSResidueCount " with residue."
               IF WSNoRateCount > ZERO
                   DISPLAY "FxReval: " WSNoRateCount
                       " accounts have no rate in force."
                   MOVE 4 TO WSLogRC
                   MOVE WSNoRateCount TO WSLogRejects
               END-IF
               MOVE 'E' TO WSLogEvent
               MOVE WSAcctCount TO WSLogRecords
               PERFORM WriteRunLogRecord
               MOVE ZERO TO RETURN-CODE
               GOBACK.

      *|==============================================================|
      *    RevalueAccounts reads the FX account file in Id order.
      *    A file that is not there means nobody is billed in a
      *    foreign currency yet; the report prints empty.
      *|==============================================================|

           RevalueAccounts.
               MOVE 'N' TO WSEOF
               OPEN INPUT FxAcctFile
               IF NOT WSFxAcctOK
                   EXIT PARAGRAPH
               END-IF
               OPEN INPUT BalanceFile
               PERFORM UNTIL WSAtEOF
                   READ FxAcctFile NEXT RECORD
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF NOT FxADollars
                               PERFORM RevalueOneAccount
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FxAcctFile
               IF WSBalFileOK
                   CLOSE BalanceFile
               END-IF.

      *|==============================================================|
      *    RevalueOneAccount values one foreign balance against its
      *    dollar book balance. Nothing owed either way prints
      *    nothing.
      *|==============================================================|

           RevalueOneAccount.
               MOVE ZERO TO WSBookUsd
               MOVE FxAIDNum TO BalIDNum
               READ BalanceFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE BalAmount TO WSBookUsd
               END-READ
               IF FxABalance = ZERO AND WSBookUsd = ZERO
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WSAcctCount
               MOVE SPACES TO WSLineNote
               MOVE ZERO TO WSRate WSRevalUsd WSGainLoss
               EVALUATE TRUE
                   WHEN FxABalance = ZERO
                       MOVE "RESIDUE" TO WSLineNote
                       ADD 1 TO WSResidueCount
                       ADD WSBookUsd TO WSTotResidue
                   WHEN OTHER
                       CALL 'FxConv' USING FxACurrency WSRunDate
                           WSRate WSRateFound
                       IF WSRateInForce
                           COMPUTE WSRevalUsd ROUNDED =
                               FxABalance * WSRate
                           COMPUTE WSGainLoss =
                               WSRevalUsd - WSBookUsd
                           ADD 1 TO WSValuedCount
                           PERFORM AddToCurrency
                       ELSE
                           MOVE "NO RATE" TO WSLineNote
                           ADD 1 TO WSNoRateCount
                       END-IF
               END-EVALUATE
               MOVE FxAIDNum TO PrnDetId
               MOVE FxACurrency TO PrnDetCur
               MOVE FxABalance TO PrnDetForeign
               MOVE WSRate TO PrnDetRate
               MOVE WSRevalUsd TO PrnDetReval
               MOVE WSBookUsd TO PrnDetBook
               MOVE WSGainLoss TO PrnDetGain
               MOVE WSLineNote TO PrnDetNote
               WRITE FxRptLine FROM DetailLine
                   AFTER ADVANCING 1 LINE.

           AddToCurrency.
               MOVE ZERO TO WSCurFound
               PERFORM VARYING WSCurIdx FROM 1 BY 1
                       UNTIL WSCurIdx > WSCurCount
                   IF CurCode(WSCurIdx) = FxACurrency
                       MOVE WSCurIdx TO WSCurFound
                   END-IF
               END-PERFORM
               IF WSCurFound = ZERO
                   IF WSCurCount >= WSCurMax
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WSCurCount
                   MOVE WSCurCount TO WSCurFound
                   INITIALIZE CurEntry(WSCurFound)
                   MOVE FxACurrency TO CurCode(WSCurFound)
                   MOVE WSRate TO CurRate(WSCurFound)
               END-IF
               ADD 1 TO CurAccounts(WSCurFound)
               ADD FxABalance TO CurForeign(WSCurFound)
               ADD WSRevalUsd TO CurRevalued(WSCurFound)
               ADD WSBookUsd TO CurBook(WSCurFound)
               ADD WSGainLoss TO CurGainLoss(WSCurFound)
               ADD WSGainLoss TO WSTotGainLoss.

           PrintCurrencyTotals.
               WRITE FxRptLine FROM SeparatorLine
                   AFTER ADVANCING 1 LINE
               MOVE " Totals by currency" TO SectionHead
               WRITE FxRptLine FROM SectionHead
                   AFTER ADVANCING 2 LINES
               PERFORM PrintOneCurrency
                   VARYING WSCurIdx FROM 1 BY 1
                   UNTIL WSCurIdx > WSCurCount.

           PrintOneCurrency.
               MOVE CurAccounts(WSCurIdx) TO PrnCurAccounts
               MOVE CurCode(WSCurIdx) TO PrnCurCode
               MOVE CurForeign(WSCurIdx) TO PrnCurForeign
               MOVE CurRate(WSCurIdx) TO PrnCurRate
               MOVE CurRevalued(WSCurIdx) TO PrnCurReval
               MOVE CurBook(WSCurIdx) TO PrnCurBook
               MOVE CurGainLoss(WSCurIdx) TO PrnCurGain
               WRITE FxRptLine FROM CurrencyLine
                   AFTER ADVANCING 1 LINE.

           PrintSummary.
               MOVE "Unrealized gain (loss), in dollars"
                   TO PrnSumLabel
               MOVE WSTotGainLoss TO PrnSumValue
               WRITE FxRptLine FROM SummaryLine
                   AFTER ADVANCING 2 LINES
               MOVE "Accounts revalued" TO PrnCntLabel
               MOVE WSValuedCount TO PrnCntValue
               WRITE FxRptLine FROM CountLine
                   AFTER ADVANCING 1 LINE
               MOVE "Realized residue awaiting adjustment"
                   TO PrnSumLabel
               MOVE WSTotResidue TO PrnSumValue
               WRITE FxRptLine FROM SummaryLine
                   AFTER ADVANCING 1 LINE
               MOVE "Accounts with residue" TO PrnCntLabel
               MOVE WSResidueCount TO PrnCntValue
               WRITE FxRptLine FROM CountLine
                   AFTER ADVANCING 1 LINE
               IF WSNoRateCount > ZERO
                   MOVE "Accounts with no rate in force"
                       TO PrnCntLabel
                   MOVE WSNoRateCount TO PrnCntValue
                   WRITE FxRptLine FROM CountLine
                       AFTER ADVANCING 1 LINE
               END-IF.

           WriteRunLogRecord.
               CALL 'RunLog' USING WSLogStepName WSLogEvent
                   WSLogRecords WSLogRejects WSLogRC
                   WSLogCapacity.

      *|==============================================================|
