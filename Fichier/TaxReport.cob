      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TaxReport.

      *|==============================================================|
      *    TaxReport is the monthly sales-tax liability report
      *    accounting files from: for each taxing jurisdiction, the
      *    month's taxable sales, the sales exempted by certificate,
      *    and the tax owed, off the tax ledger the billing runs
      *    write (CUSTTAXLED, default TaxLedger.dat, TaxLed.cpy
      *    layout), with the jurisdiction's name from the tax-rate
      *    file (CUSTTAXRATE, default TaxRates.dat).
      *
      *    Each jurisdiction's tax is reconciled to the tax lines
      *    that actually posted: the "SALES TAX" lines on the
      *    posting history (CUSTPOSTH, default PostHist.dat) dated
      *    in the month, debits less reversing credits, plus the
      *    month's archive when PostHistCutover has already moved
      *    it out (the archive catalog, CUSTPOSTHCAT, default
      *    PostHCatalog.dat, names the file). A jurisdiction whose
      *    posted tax differs from the tax worked -- a tax line
      *    PostTrans rejected, or one keyed or reversed by hand --
      *    is flagged, and the run log carries return code 4; the
      *    difference is for accounting to clear before filing,
      *    not a reason to stop the night.
      *
      *    The month is CUSTTAXMONTH (yyyymm) when set, else the
      *    business date's month; the nightly chain runs it on the
      *    month's last cycle, once the night's postings are on
      *    the history. The report goes to CUSTTAXRPT, default
      *    TaxReport.rpt.
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT TaxLedgerFile ASSIGN TO WSTaxLedFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSTaxLedStatus.

               SELECT TaxRateFile ASSIGN TO WSTaxRateFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSTaxRateStatus.

               SELECT HistoryFile ASSIGN TO WSHistFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS PostHKey
                   FILE STATUS IS WSHistFileStatus.

               SELECT PostCatFile ASSIGN TO WSPostCatName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSPostCatStatus.

               SELECT ArchHistFile ASSIGN TO WSArchFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSArchFileStatus.

               SELECT TaxRptFile ASSIGN TO WSReportFileName
                   ORGANIZATION IS LINE SEQUENTIAL.

      *|==============================================================|

       DATA DIVISION.

           FILE SECTION.

               FD TaxLedgerFile.
                   COPY "TaxLed.cpy".

               FD TaxRateFile.
                   COPY "TaxRate.cpy".

               FD HistoryFile.
                   COPY "PostRec.cpy".
                   COPY "PostHKey.cpy".

               FD PostCatFile.
                   1 PostHCatalogRecord.
                       2 PCatFileName PIC X(100).
                       2 PCatMonth PIC 9(6).
                       2 PCatLineCount PIC 9(7).
                       2 PCatAmountHash PIC 9(13)V99.

               FD ArchHistFile.
                   COPY "PostRec.cpy"
                       REPLACING LEADING ==PostH== BY ==ArchH==.

               FD TaxRptFile.
                   1 TaxRptLine PIC X(100).

           WORKING-STORAGE SECTION.

               1 WSTaxLedFileName PIC X(100).
               1 WSTaxRateFileName PIC X(100).
               1 WSHistFileName PIC X(100).
               1 WSPostCatName PIC X(100).
               1 WSReportFileName PIC X(100).

               1 WSTaxLedStatus PIC X(2).
                   88 WSTaxLedOK VALUE '00'.
               1 WSTaxRateStatus PIC X(2).
                   88 WSTaxRateOK VALUE '00'.
               1 WSHistFileStatus PIC X(2).
                   88 WSHistFileOK VALUE '00'.
               1 WSPostCatStatus PIC X(2).
                   88 WSPostCatOK VALUE '00'.
               1 WSArchFileStatus PIC X(2).
                   88 WSArchFileOK VALUE '00'.

               1 WSEOF PIC X(1).
                   88 WSAtEOF VALUE 'Y'.

               1 WSBizDateParm PIC X(8).
               1 WSRunDate PIC 9(8).
               1 WSMonthParm PIC X(6).
               1 WSTaxMonth PIC 9(6).

      *    The archive of the report month, when the cutover has
      *    already moved it out of the live history.
               1 WSArchFileName PIC X(100).

      *    One row per jurisdiction seen on the ledger or the
      *    history in the month.
               1 WSJurMax PIC 9(3) VALUE 200.
               1 WSJurCount PIC 9(3) VALUE ZERO.
               1 WSJurIdx PIC 9(3).
               1 WSJurFound PIC 9(3).
               1 WSJurOverflowFlag PIC X(1) VALUE 'N'.
                   88 WSJurOverflow VALUE 'Y'.

               1 JurisTable.
                   2 JurisEntry OCCURS 200 TIMES.
                       3 JtJuris PIC X(8).
                       3 JtName PIC X(20).
                       3 JtNameDate PIC 9(8).
                       3 JtTaxableCount PIC 9(7).
                       3 JtTaxableBase PIC 9(11)V99.
                       3 JtExemptCount PIC 9(7).
                       3 JtExemptBase PIC 9(11)V99.
                       3 JtTaxWorked PIC 9(11)V99.
                       3 JtTaxPosted PIC S9(11)V99.

               1 WSSeekJuris PIC X(8).

               1 WSDiffCount PIC 9(3) VALUE ZERO.
               1 WSTotTaxable PIC 9(11)V99 VALUE ZERO.
               1 WSTotExempt PIC 9(11)V99 VALUE ZERO.
               1 WSTotWorked PIC 9(11)V99 VALUE ZERO.
               1 WSTotPosted PIC S9(11)V99 VALUE ZERO.

               1 HeadLine1.
                   2 FILLER PIC X(36)
                       VALUE " Sales-tax liability for the month ".
                   2 PrnHeadMonth PIC 9(6).

               1 HeadLine2.
                   2 FILLER PIC X(10) VALUE " Juris".
                   2 FILLER PIC X(21) VALUE "Name".
                   2 FILLER PIC X(16) VALUE "   Taxable sales".
                   2 FILLER PIC X(16) VALUE "    Exempt sales".
                   2 FILLER PIC X(14) VALUE "    Tax owed".
                   2 FILLER PIC X(14) VALUE "  Tax posted".
                   2 FILLER PIC X(6) VALUE SPACE.

               1 DetailLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnJuris PIC X(8).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnName PIC X(20).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnTaxable PIC ZZZ,ZZZ,ZZ9.99.
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnExempt PIC ZZZ,ZZZ,ZZ9.99.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnWorked PIC Z,ZZZ,ZZ9.99.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnPosted PIC Z,ZZZ,ZZ9.99-.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnDiffFlag PIC X(10).

               1 CountLine.
                   2 FILLER PIC X(11) VALUE SPACE.
                   2 PrnTaxableCount PIC ZZZ,ZZ9.
                   2 FILLER PIC X(13) VALUE " taxable and ".
                   2 PrnExemptCount PIC ZZZ,ZZ9.
                   2 FILLER PIC X(18) VALUE " exempt charges".

               1 MessageLine PIC X(80).

      *    Standard report identification and catalog registration.
               1 WSBnrFunction PIC X(1).
               1 WSBnrReportName PIC X(20) VALUE "TaxReport".
               1 WSBnrRequestor PIC X(8) VALUE "BATCH".
               1 WSBnrCount PIC 9(7) VALUE ZERO.
               1 WSBnrLine1 PIC X(80).
               1 WSBnrLine2 PIC X(80).

               1 WSCatReportName PIC X(20).
               1 WSCatFileName PIC X(100).
               1 WSCatPages PIC 9(4) VALUE ZERO.
               1 WSCatRecords PIC 9(7) VALUE ZERO.

      *    Run-log work area handed to the shared RunLog subprogram.
               1 WSLogStepName PIC X(20) VALUE "TaxReport".
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
               ACCEPT WSMonthParm FROM ENVIRONMENT "CUSTTAXMONTH"
                   ON EXCEPTION
                       MOVE SPACES TO WSMonthParm
               END-ACCEPT
               IF WSMonthParm IS NUMERIC
                   MOVE WSMonthParm TO WSTaxMonth
               ELSE
                   MOVE WSRunDate(1:6) TO WSTaxMonth
               END-IF
               ACCEPT WSTaxLedFileName FROM ENVIRONMENT "CUSTTAXLED"
                   ON EXCEPTION
                       MOVE "TaxLedger.dat" TO WSTaxLedFileName
               END-ACCEPT
               ACCEPT WSTaxRateFileName FROM ENVIRONMENT
                       "CUSTTAXRATE"
                   ON EXCEPTION
                       MOVE "TaxRates.dat" TO WSTaxRateFileName
               END-ACCEPT
               ACCEPT WSHistFileName FROM ENVIRONMENT "CUSTPOSTH"
                   ON EXCEPTION
                       MOVE "PostHist.dat" TO WSHistFileName
               END-ACCEPT
               ACCEPT WSPostCatName FROM ENVIRONMENT
                       "CUSTPOSTHCAT"
                   ON EXCEPTION
                       MOVE "PostHCatalog.dat" TO WSPostCatName
               END-ACCEPT
               ACCEPT WSReportFileName FROM ENVIRONMENT "CUSTTAXRPT"
                   ON EXCEPTION
                       MOVE "TaxReport.rpt" TO WSReportFileName
               END-ACCEPT
               MOVE 'S' TO WSLogEvent
               PERFORM WriteRunLogRecord
               PERFORM LoadLedgerMonth
               PERFORM LoadPostedTax
               PERFORM FindArchivedMonth
               IF WSArchFileName NOT = SPACES
                   PERFORM LoadArchivedTax
               END-IF
               PERFORM NameJurisdictions
               OPEN OUTPUT TaxRptFile
               MOVE 'B' TO WSBnrFunction
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   WSBnrRequestor WSBnrCount WSBnrLine1 WSBnrLine2
               WRITE TaxRptLine FROM WSBnrLine1
               WRITE TaxRptLine FROM WSBnrLine2
               MOVE WSTaxMonth TO PrnHeadMonth
               WRITE TaxRptLine FROM HeadLine1
                   AFTER ADVANCING 1 LINE
               WRITE TaxRptLine FROM HeadLine2
                   AFTER ADVANCING 2 LINES
               PERFORM VARYING WSJurIdx FROM 1 BY 1
                       UNTIL WSJurIdx > WSJurCount
                   PERFORM PrintOneJurisdiction
               END-PERFORM
               PERFORM PrintTaxTotals
               CLOSE TaxRptFile
               MOVE "TaxReport" TO WSCatReportName
               MOVE WSReportFileName TO WSCatFileName
               MOVE WSJurCount TO WSCatRecords
               CALL 'RptCatalog' USING WSCatReportName
                   WSCatFileName WSCatPages WSCatRecords
               DISPLAY "TaxReport: " WSJurCount
                   " jurisdictions for " WSTaxMonth ", "
                   WSDiffCount " not reconciled."
               IF WSDiffCount > ZERO
                   MOVE 4 TO WSLogRC
               END-IF
               MOVE 'E' TO WSLogEvent
               MOVE WSJurCount TO WSLogRecords
               MOVE WSDiffCount TO WSLogRejects
               PERFORM WriteRunLogRecord
               MOVE ZERO TO RETURN-CODE
               GOBACK.

      *|==============================================================|
      *    LoadLedgerMonth totals the month's ledger lines by
      *    jurisdiction: taxed lines to the taxable sales and the
      *    tax owed, exempted lines to the exempt sales.
      *|==============================================================|

           LoadLedgerMonth.
               MOVE 'N' TO WSEOF
               OPEN INPUT TaxLedgerFile
               IF NOT WSTaxLedOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ TaxLedgerFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF TLDate(1:6) = WSTaxMonth
                               MOVE TLJuris TO WSSeekJuris
                               PERFORM FindJurisdiction
                               IF WSJurFound > ZERO
                                   PERFORM AddLedgerLine
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TaxLedgerFile.

           AddLedgerLine.
               IF TLExempt
                   ADD 1 TO JtExemptCount(WSJurFound)
                   ADD TLBase TO JtExemptBase(WSJurFound)
               ELSE
                   ADD 1 TO JtTaxableCount(WSJurFound)
                   ADD TLBase TO JtTaxableBase(WSJurFound)
                   ADD TLTax TO JtTaxWorked(WSJurFound)
               END-IF.

      *|==============================================================|
      *    LoadPostedTax nets the month's posted "SALES TAX" lines
      *    by the jurisdiction code that follows the heading:
      *    debits add, credits (reversals) take away.
      *|==============================================================|

           LoadPostedTax.
               MOVE 'N' TO WSEOF
               OPEN INPUT HistoryFile
               IF NOT WSHistFileOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ HistoryFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           PERFORM TakeOnePostedLine
                   END-READ
               END-PERFORM
               CLOSE HistoryFile.

      *    The archived month is a flat PostRec.cpy file, read
      *    through the same test.
           LoadArchivedTax.
               MOVE 'N' TO WSEOF
               OPEN INPUT ArchHistFile
               IF NOT WSArchFileOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ ArchHistFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           MOVE ArchHistRecord TO PostHistRecord
                           PERFORM TakeOnePostedLine
                   END-READ
               END-PERFORM
               CLOSE ArchHistFile.

           TakeOnePostedLine.
               IF PostHDate(1:6) = WSTaxMonth
                   AND PostHDesc(1:10) = "SALES TAX "
                   MOVE PostHDesc(11:8) TO WSSeekJuris
                   PERFORM FindJurisdiction
                   IF WSJurFound > ZERO
                       PERFORM AddPostedLine
                   END-IF
               END-IF.

           AddPostedLine.
               IF PostHCredit
                   SUBTRACT PostHAmount FROM JtTaxPosted(WSJurFound)
               ELSE
                   ADD PostHAmount TO JtTaxPosted(WSJurFound)
               END-IF.

      *|==============================================================|
      *    FindArchivedMonth looks the report month up on the
      *    cutover catalog; the last line for the month wins, as a
      *    cutover rerun catalogs the same file again.
      *|==============================================================|

           FindArchivedMonth.
               MOVE SPACES TO WSArchFileName
               MOVE 'N' TO WSEOF
               OPEN INPUT PostCatFile
               IF NOT WSPostCatOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ PostCatFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF PCatMonth = WSTaxMonth
                               MOVE PCatFileName TO WSArchFileName
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PostCatFile.

      *|==============================================================|
      *    FindJurisdiction answers WSSeekJuris's row in WSJurFound,
      *    adding a zeroed row the first time a code is seen; a code
      *    past the table answers zero and is announced at the end.
      *|==============================================================|

           FindJurisdiction.
               MOVE ZERO TO WSJurFound
               PERFORM VARYING WSJurIdx FROM 1 BY 1
                       UNTIL WSJurIdx > WSJurCount
                           OR WSJurFound > ZERO
                   IF JtJuris(WSJurIdx) = WSSeekJuris
                       MOVE WSJurIdx TO WSJurFound
                   END-IF
               END-PERFORM
               IF WSJurFound > ZERO
                   EXIT PARAGRAPH
               END-IF
               IF WSJurCount >= WSJurMax
                   SET WSJurOverflow TO TRUE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WSJurCount
               MOVE WSJurCount TO WSJurFound
               MOVE WSSeekJuris TO JtJuris(WSJurFound)
               MOVE SPACES TO JtName(WSJurFound)
               MOVE ZERO TO JtNameDate(WSJurFound)
                   JtTaxableCount(WSJurFound)
                   JtTaxableBase(WSJurFound)
                   JtExemptCount(WSJurFound)
                   JtExemptBase(WSJurFound)
                   JtTaxWorked(WSJurFound)
                   JtTaxPosted(WSJurFound).

      *|==============================================================|
      *    NameJurisdictions names each row from the rate file, the
      *    name on the latest line for the code taking precedence.
      *|==============================================================|

           NameJurisdictions.
               MOVE 'N' TO WSEOF
               OPEN INPUT TaxRateFile
               IF NOT WSTaxRateOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ TaxRateFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           PERFORM NameOneRate
                   END-READ
               END-PERFORM
               CLOSE TaxRateFile.

           NameOneRate.
               PERFORM VARYING WSJurIdx FROM 1 BY 1
                       UNTIL WSJurIdx > WSJurCount
                   IF JtJuris(WSJurIdx) = TaxJuris
                       AND TaxEffDate >= JtNameDate(WSJurIdx)
                       MOVE TaxJurisName TO JtName(WSJurIdx)
                       MOVE TaxEffDate TO JtNameDate(WSJurIdx)
                   END-IF
               END-PERFORM.

           PrintOneJurisdiction.
               MOVE JtJuris(WSJurIdx) TO PrnJuris
               MOVE JtName(WSJurIdx) TO PrnName
               MOVE JtTaxableBase(WSJurIdx) TO PrnTaxable
               MOVE JtExemptBase(WSJurIdx) TO PrnExempt
               MOVE JtTaxWorked(WSJurIdx) TO PrnWorked
               MOVE JtTaxPosted(WSJurIdx) TO PrnPosted
               IF JtTaxPosted(WSJurIdx) = JtTaxWorked(WSJurIdx)
                   MOVE SPACES TO PrnDiffFlag
               ELSE
                   MOVE "DIFFERENCE" TO PrnDiffFlag
                   ADD 1 TO WSDiffCount
               END-IF
               WRITE TaxRptLine FROM DetailLine
                   AFTER ADVANCING 1 LINE
               MOVE JtTaxableCount(WSJurIdx) TO PrnTaxableCount
               MOVE JtExemptCount(WSJurIdx) TO PrnExemptCount
               WRITE TaxRptLine FROM CountLine
                   AFTER ADVANCING 1 LINE
               ADD JtTaxableBase(WSJurIdx) TO WSTotTaxable
               ADD JtExemptBase(WSJurIdx) TO WSTotExempt
               ADD JtTaxWorked(WSJurIdx) TO WSTotWorked
               ADD JtTaxPosted(WSJurIdx) TO WSTotPosted.

           PrintTaxTotals.
               MOVE "TOTAL" TO PrnJuris
               MOVE "All jurisdictions" TO PrnName
               MOVE WSTotTaxable TO PrnTaxable
               MOVE WSTotExempt TO PrnExempt
               MOVE WSTotWorked TO PrnWorked
               MOVE WSTotPosted TO PrnPosted
               IF WSDiffCount = ZERO
                   MOVE SPACES TO PrnDiffFlag
               ELSE
                   MOVE "DIFFERENCE" TO PrnDiffFlag
               END-IF
               WRITE TaxRptLine FROM DetailLine
                   AFTER ADVANCING 2 LINES
               IF WSJurCount = ZERO
                   MOVE " No taxable charges in the month."
                       TO MessageLine
                   WRITE TaxRptLine FROM MessageLine
                       AFTER ADVANCING 2 LINES
               END-IF
               IF WSDiffCount > ZERO
                   MOVE " Tax posted differs; clear before filing."
                       TO MessageLine
                   WRITE TaxRptLine FROM MessageLine
                       AFTER ADVANCING 2 LINES
               END-IF
               IF WSJurOverflow
                   MOVE " Jurisdictions past 200 are not shown."
                       TO MessageLine
                   WRITE TaxRptLine FROM MessageLine
                       AFTER ADVANCING 1 LINE
               END-IF
               MOVE 'T' TO WSBnrFunction
               MOVE WSJurCount TO WSBnrCount
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   WSBnrRequestor WSBnrCount WSBnrLine1 WSBnrLine2
               WRITE TaxRptLine FROM WSBnrLine1.

           WriteRunLogRecord.
               CALL 'RunLog' USING WSLogStepName WSLogEvent
                   WSLogRecords WSLogRejects WSLogRC
                   WSLogCapacity.

      *|==============================================================|
