      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AccessAnomaly.

      *|==============================================================|
      *    AccessAnomaly reads the customer access log (CUSTACCLOG,
      *    default AccessLog.dat) for a period -- CUSTACCFROM to
      *    CUSTACCTO, yyyymmdd, both defaulting to the business date
      *    -- and prints the views that want a second look:
      *
      *      - an operator whose view count for a day is far above
      *        that operator's own norm: the average per working day
      *        over the CUSTACCDAYS days (default 30) before the
      *        period, measured only on days the operator viewed
      *        anyone. A day is flagged when it reaches CUSTACCMIN
      *        views (default 20) and exceeds CUSTACCFACTOR times the
      *        norm (default 3); a day that reaches the minimum with
      *        no history at all is flagged as "no norm".
      *
      *      - a customer viewed with nothing to show for it: no
      *        note or master change by the same operator for that
      *        customer that day (CustNotes, Journal.log), and no
      *        posting to the account that day (PostHist). Looking
      *        someone up and doing nothing is not wrong in itself;
      *        a pattern of it is what an auditor asks about.
      *
      *    The period's views are sorted by customer, date and
      *    operator into one table, so each note, journal line and
      *    posting is matched with SEARCH ALL rather than a scan.
      *    The live Journal.log is read, so the nightly chain runs
      *    this step ahead of the journal cutover.
      *
      *    Output to CUSTACCANRPT (default AccessAnomaly.rpt) inside
      *    the RptBanner frame, registered in the report catalog.
      *    RC 0 always: the report is information, not a failure.
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT AccessFile ASSIGN TO WSAccessFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSAccessStatus.

               SELECT NotesFile ASSIGN TO WSNotesFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSNotesStatus.

               SELECT JournalFile ASSIGN TO WSJournalFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSJrnlStatus.

               SELECT HistoryFile ASSIGN TO WSHistFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS PostHKey
                   FILE STATUS IS WSHistStatus.

               SELECT SortWorkFile ASSIGN TO "AccessAnomaly.wrk".

               SELECT AnomalyReport ASSIGN TO WSReportFileName
                   ORGANIZATION IS LINE SEQUENTIAL.

      *|==============================================================|

       DATA DIVISION.

           FILE SECTION.

               FD AccessFile.
                   COPY "AccessRec.cpy".

               FD NotesFile.
                   COPY "NoteRec.cpy".

               FD JournalFile.
                   COPY "JrnlRec.cpy".

               FD HistoryFile.
                   COPY "PostRec.cpy".
                   COPY "PostHKey.cpy".

               SD SortWorkFile.
                   1 SortEntry.
                       2 SortIDNum PIC 9(7).
                       2 SortDate PIC 9(8).
                       2 SortOperator PIC X(8).
                       2 SortScreen PIC X(10).

               FD AnomalyReport.
                   1 ReportLine PIC X(80).

           WORKING-STORAGE SECTION.

               1 WSAccessFileName PIC X(100).
               1 WSNotesFileName PIC X(100).
               1 WSJournalFileName PIC X(100).
               1 WSHistFileName PIC X(100).
               1 WSReportFileName PIC X(100).

               1 WSAccessStatus PIC X(2).
                   88 WSAccessOK VALUE '00'.
               1 WSNotesStatus PIC X(2).
                   88 WSNotesOK VALUE '00'.
               1 WSJrnlStatus PIC X(2).
                   88 WSJrnlOK VALUE '00'.
               1 WSHistStatus PIC X(2).
                   88 WSHistOK VALUE '00'.

               1 WSEOF PIC X(1).
                   88 WSAtEOF VALUE 'Y'.
               1 WSSortEOF PIC X(1).
                   88 WSSortAtEOF VALUE 'Y'.

               1 WSBizDateParm PIC X(8).
               1 WSBizDate PIC 9(8).
               1 WSDateParm PIC X(8).
               1 WSFromDate PIC 9(8).
               1 WSToDate PIC 9(8).
               1 WSNormFrom PIC 9(8).

               1 WSNumParm PIC X(8).
               1 WSNormDays PIC 9(3) VALUE 30.
               1 WSFactor PIC 9(3)V9 VALUE 3.
               1 WSMinViews PIC 9(5) VALUE 20.

      *    DateCalc work area.
               1 WSDcOp PIC X(1).
               1 WSDcDate1 PIC 9(8).
               1 WSDcDate2 PIC 9(8).
               1 WSDcDays PIC S9(7).
               1 WSDcResult PIC 9(8).
               1 WSDcDow PIC 9(1).
               1 WSDcValid PIC X(1).

      *    One row per operator: the norm window's views and active
      *    days, and the period's views and unexplained views.
               1 WSOperMax PIC 9(3) VALUE 300.
               1 WSOperCount PIC 9(3) VALUE ZERO.
               1 WSOperIdx PIC 9(3).
               1 WSFindOperator PIC X(8).
               1 OperTable.
                   2 OperEntry OCCURS 300 TIMES.
                       3 OperTblId PIC X(8).
                       3 OperNormViews PIC 9(7).
                       3 OperNormDays PIC 9(5).
                       3 OperLastDate PIC 9(8).
                       3 OperPeriodViews PIC 9(7).
                       3 OperUnexplained PIC 9(7).

      *    One row per operator and day in the period.
               1 WSDayMax PIC 9(4) VALUE 3000.
               1 WSDayCount PIC 9(4) VALUE ZERO.
               1 WSDayIdx PIC 9(4).
               1 DayTable.
                   2 DayEntry OCCURS 3000 TIMES.
                       3 DayOperIdx PIC 9(3).
                       3 DayDate PIC 9(8).
                       3 DayViews PIC 9(7).

      *    The period's views, one row per customer, date and
      *    operator, in that ascending order off the sort.
               1 WSViewMax PIC 9(5) VALUE 20000.
               1 WSViewCount PIC 9(5) VALUE ZERO.
               1 WSViewIdx PIC 9(5).
               1 ViewTable.
                   2 ViewEntry OCCURS 1 TO 20000 TIMES
                       DEPENDING ON WSViewCount
                       ASCENDING KEY IS ViewKey
                       INDEXED BY ViewIdx.
                       3 ViewKey PIC 9(15).
                       3 ViewKeyParts REDEFINES ViewKey.
                           4 ViewIDNum PIC 9(7).
                           4 ViewDate PIC 9(8).
                       3 ViewOperator PIC X(8).
                       3 ViewScreen PIC X(10).
                       3 ViewTimes PIC 9(5).
                       3 ViewExplainedFlag PIC X(1).
                           88 ViewExplained VALUE 'Y'.

               1 WSOverflowFlag PIC X(1) VALUE 'N'.
                   88 WSTableOverflow VALUE 'Y'.

      *    Matching: the Id and date of the note, journal line or
      *    posting being matched, and the operator it was done by
      *    (blank for a posting, which explains any operator's view).
               1 WSProbeKey PIC 9(15).
               1 WSProbeParts REDEFINES WSProbeKey.
                   2 WSProbeIDNum PIC 9(7).
                   2 WSProbeDate PIC 9(8).
               1 WSProbeOperator PIC X(8).

               1 WSNorm PIC 9(5)V99.
               1 WSThreshold PIC 9(7)V99.
               1 WSFlagText PIC X(10).

               1 WSBusyCount PIC 9(5) VALUE ZERO.
               1 WSUnexplainedCount PIC 9(7) VALUE ZERO.
               1 WSPeriodViews PIC 9(7) VALUE ZERO.

      *    Report lines.
               1 HeadLine1.
                   2 FILLER PIC X(30)
                       VALUE " Customer access review from ".
                   2 PrnHeadFrom PIC 9(8).
                   2 FILLER PIC X(4) VALUE " to ".
                   2 PrnHeadTo PIC 9(8).

               1 BusyHead1 PIC X(60) VALUE
                   " Operators viewing far above their own norm".
               1 BusyHead2 PIC X(60) VALUE
                   " Operator  Date        Views    Norm/day  Flag".

               1 BusyLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnBusyOperator PIC X(8).
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnBusyDate PIC 9(8).
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnBusyViews PIC ZZZZZZ9.
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnBusyNorm PIC ZZZZ9.99.
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnBusyFlag PIC X(10).

               1 QuietHead1 PIC X(60) VALUE
                   " Customers viewed with no note, posting or change".
               1 QuietHead2 PIC X(60) VALUE
                   " Id       Date      Operator  Views  Screen".

               1 QuietLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnQuietId PIC 9(7).
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnQuietDate PIC 9(8).
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnQuietOperator PIC X(8).
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnQuietViews PIC ZZZZ9.
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnQuietScreen PIC X(10).

               1 SumHead1 PIC X(60) VALUE
                   " Views by operator for the period".
               1 SumHead2 PIC X(60) VALUE
                   " Operator    Views  Unexplained".

               1 SumLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnSumOperator PIC X(8).
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnSumViews PIC ZZZZZZ9.
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnSumUnexplained PIC ZZZZZZ9.

               1 TotalLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnTotLabel PIC X(44).
                   2 PrnTotCount PIC ZZZZZZ9.

      *    Standard report identification and catalog registration.
               1 WSBnrFunction PIC X(1).
               1 WSBnrReportName PIC X(20) VALUE "AccessAnomaly".
               1 WSBnrRequestor PIC X(8) VALUE "BATCH".
               1 WSBnrCount PIC 9(7) VALUE ZERO.
               1 WSBnrLine1 PIC X(80).
               1 WSBnrLine2 PIC X(80).

               1 WSCatReportName PIC X(20).
               1 WSCatFileName PIC X(100).
               1 WSCatPages PIC 9(4) VALUE ZERO.
               1 WSCatRecords PIC 9(7) VALUE ZERO.

      *    Run-log work area handed to the shared RunLog subprogram.
               1 WSLogStepName PIC X(20) VALUE "AccessAnomaly".
               1 WSLogEvent PIC X(1).
               1 WSLogRecords PIC 9(7) VALUE ZERO.
               1 WSLogRejects PIC 9(7) VALUE ZERO.
               1 WSLogRC PIC 9(4) VALUE ZERO.
               1 WSLogCapacity PIC 9(5) VALUE ZERO.

      *|==============================================================|

       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               PERFORM GetParameters
               MOVE 'S' TO WSLogEvent
               PERFORM WriteRunLogRecord
               SORT SortWorkFile
                   ASCENDING KEY SortIDNum
                   ASCENDING KEY SortDate
                   ASCENDING KEY SortOperator
                   INPUT PROCEDURE IS LoadAccessLog
                   OUTPUT PROCEDURE IS BuildViewTable
               IF WSViewCount > ZERO
                   PERFORM MatchNotes
                   PERFORM MatchJournal
                   PERFORM MatchPostings
               END-IF
               PERFORM PrintAnomalyReport
               DISPLAY "AccessAnomaly: " WSPeriodViews " views, "
                   WSBusyCount " busy operator-days, "
                   WSUnexplainedCount " unexplained."
               IF WSTableOverflow
                   DISPLAY "AccessAnomaly: view table full at "
                       WSViewMax "; later views not matched."
               END-IF
               MOVE 'E' TO WSLogEvent
               MOVE WSPeriodViews TO WSLogRecords
               MOVE WSUnexplainedCount TO WSLogRejects
               MOVE WSViewMax TO WSLogCapacity
               PERFORM WriteRunLogRecord
               MOVE ZERO TO RETURN-CODE
               GOBACK.

           GetParameters.
               ACCEPT WSAccessFileName FROM ENVIRONMENT "CUSTACCLOG"
                   ON EXCEPTION
                       MOVE "AccessLog.dat" TO WSAccessFileName
               END-ACCEPT
               ACCEPT WSNotesFileName FROM ENVIRONMENT "CUSTNOTES"
                   ON EXCEPTION
                       MOVE "CustNotes.dat" TO WSNotesFileName
               END-ACCEPT
               ACCEPT WSJournalFileName FROM ENVIRONMENT "CUSTJRNL"
                   ON EXCEPTION
                       MOVE "Journal.log" TO WSJournalFileName
               END-ACCEPT
               ACCEPT WSHistFileName FROM ENVIRONMENT "CUSTPOSTH"
                   ON EXCEPTION
                       MOVE "PostHist.dat" TO WSHistFileName
               END-ACCEPT
               ACCEPT WSReportFileName FROM ENVIRONMENT
                       "CUSTACCANRPT"
                   ON EXCEPTION
                       MOVE "AccessAnomaly.rpt" TO WSReportFileName
               END-ACCEPT
               ACCEPT WSBizDateParm FROM ENVIRONMENT "CUSTBIZDATE"
                   ON EXCEPTION
                       MOVE SPACES TO WSBizDateParm
               END-ACCEPT
               IF WSBizDateParm IS NUMERIC
                   MOVE WSBizDateParm TO WSBizDate
               ELSE
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WSBizDate
               END-IF
               MOVE WSBizDate TO WSFromDate
               MOVE WSBizDate TO WSToDate
               ACCEPT WSDateParm FROM ENVIRONMENT "CUSTACCFROM"
                   ON EXCEPTION
                       MOVE SPACES TO WSDateParm
               END-ACCEPT
               IF WSDateParm IS NUMERIC
                   MOVE WSDateParm TO WSFromDate
               END-IF
               ACCEPT WSDateParm FROM ENVIRONMENT "CUSTACCTO"
                   ON EXCEPTION
                       MOVE SPACES TO WSDateParm
               END-ACCEPT
               IF WSDateParm IS NUMERIC
                   MOVE WSDateParm TO WSToDate
               END-IF
               ACCEPT WSNumParm FROM ENVIRONMENT "CUSTACCDAYS"
                   ON EXCEPTION
                       MOVE SPACES TO WSNumParm
               END-ACCEPT
               IF WSNumParm NOT = SPACES
                   MOVE FUNCTION NUMVAL(WSNumParm) TO WSNormDays
               END-IF
               ACCEPT WSNumParm FROM ENVIRONMENT "CUSTACCFACTOR"
                   ON EXCEPTION
                       MOVE SPACES TO WSNumParm
               END-ACCEPT
               IF WSNumParm NOT = SPACES
                   MOVE FUNCTION NUMVAL(WSNumParm) TO WSFactor
               END-IF
               ACCEPT WSNumParm FROM ENVIRONMENT "CUSTACCMIN"
                   ON EXCEPTION
                       MOVE SPACES TO WSNumParm
               END-ACCEPT
               IF WSNumParm NOT = SPACES
                   MOVE FUNCTION NUMVAL(WSNumParm) TO WSMinViews
               END-IF
               MOVE 'A' TO WSDcOp
               MOVE WSFromDate TO WSDcDate1
               COMPUTE WSDcDays = 0 - WSNormDays
               CALL 'DateCalc' USING WSDcOp WSDcDate1 WSDcDate2
                   WSDcDays WSDcResult WSDcDow WSDcValid
               MOVE WSDcResult TO WSNormFrom.

      *|==============================================================|
      *    LoadAccessLog reads the whole log once. A view inside the
      *    norm window counts toward its operator's norm; a view in
      *    the period counts toward the operator's day and goes into
      *    the sort for matching. The log is written in time order,
      *    so a change of date on an operator's row is a new active
      *    day.
      *|==============================================================|

           LoadAccessLog.
               OPEN INPUT AccessFile
               IF NOT WSAccessOK
                   DISPLAY "AccessAnomaly: no access log on file."
                   EXIT PARAGRAPH
               END-IF
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSAtEOF
                   READ AccessFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF AccDate NOT < WSNormFrom
                               AND AccDate NOT > WSToDate
                               PERFORM TallyOneView
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AccessFile.

           TallyOneView.
               MOVE AccOperator TO WSFindOperator
               PERFORM FindOperator
               IF WSOperIdx = ZERO
                   EXIT PARAGRAPH
               END-IF
               IF AccDate < WSFromDate
                   ADD 1 TO OperNormViews(WSOperIdx)
                   IF AccDate NOT = OperLastDate(WSOperIdx)
                       ADD 1 TO OperNormDays(WSOperIdx)
                       MOVE AccDate TO OperLastDate(WSOperIdx)
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO OperPeriodViews(WSOperIdx)
               ADD 1 TO WSPeriodViews
               PERFORM VARYING WSDayIdx FROM 1 BY 1
                   UNTIL WSDayIdx > WSDayCount
                   OR (DayOperIdx(WSDayIdx) = WSOperIdx
                       AND DayDate(WSDayIdx) = AccDate)
                   CONTINUE
               END-PERFORM
               IF WSDayIdx > WSDayCount
                   AND WSDayCount < WSDayMax
                   ADD 1 TO WSDayCount
                   MOVE WSDayCount TO WSDayIdx
                   MOVE WSOperIdx TO DayOperIdx(WSDayIdx)
                   MOVE AccDate TO DayDate(WSDayIdx)
                   MOVE ZERO TO DayViews(WSDayIdx)
               END-IF
               IF WSDayIdx NOT > WSDayCount
                   ADD 1 TO DayViews(WSDayIdx)
               END-IF
               MOVE AccIDNum TO SortIDNum
               MOVE AccDate TO SortDate
               MOVE AccOperator TO SortOperator
               MOVE AccScreen TO SortScreen
               RELEASE SortEntry.

      *|==============================================================|
      *    FindOperator leaves WSOperIdx on the operator's row,
      *    adding one if need be; zero when the table is full.
      *|==============================================================|

           FindOperator.
               PERFORM VARYING WSOperIdx FROM 1 BY 1
                   UNTIL WSOperIdx > WSOperCount
                   OR OperTblId(WSOperIdx) = WSFindOperator
                   CONTINUE
               END-PERFORM
               IF WSOperIdx > WSOperCount
                   IF WSOperCount >= WSOperMax
                       MOVE ZERO TO WSOperIdx
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WSOperCount
                   MOVE WSOperCount TO WSOperIdx
                   MOVE WSFindOperator TO OperTblId(WSOperIdx)
                   MOVE ZERO TO OperNormViews(WSOperIdx)
                   MOVE ZERO TO OperNormDays(WSOperIdx)
                   MOVE ZERO TO OperLastDate(WSOperIdx)
                   MOVE ZERO TO OperPeriodViews(WSOperIdx)
                   MOVE ZERO TO OperUnexplained(WSOperIdx)
               END-IF.

      *|==============================================================|
      *    BuildViewTable folds the sorted views into one row per
      *    customer, date and operator, counting repeat looks.
      *|==============================================================|

           BuildViewTable.
               MOVE 'N' TO WSSortEOF
               PERFORM UNTIL WSSortAtEOF
                   RETURN SortWorkFile
                       AT END SET WSSortAtEOF TO TRUE
                       NOT AT END
                           PERFORM StoreOneView
                   END-RETURN
               END-PERFORM.

           StoreOneView.
               IF WSViewCount > ZERO
                   AND ViewIDNum(WSViewCount) = SortIDNum
                   AND ViewDate(WSViewCount) = SortDate
                   AND ViewOperator(WSViewCount) = SortOperator
                   ADD 1 TO ViewTimes(WSViewCount)
                   EXIT PARAGRAPH
               END-IF
               IF WSViewCount >= WSViewMax
                   SET WSTableOverflow TO TRUE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WSViewCount
               MOVE SortIDNum TO ViewIDNum(WSViewCount)
               MOVE SortDate TO ViewDate(WSViewCount)
               MOVE SortOperator TO ViewOperator(WSViewCount)
               MOVE SortScreen TO ViewScreen(WSViewCount)
               MOVE 1 TO ViewTimes(WSViewCount)
               MOVE 'N' TO ViewExplainedFlag(WSViewCount).

      *|==============================================================|
      *    MatchNotes, MatchJournal and MatchPostings each read one
      *    file and hand every line dated in the period to
      *    MarkExplained: a note or master change explains the same
      *    operator's view; a posting explains anyone's.
      *|==============================================================|

           MatchNotes.
               OPEN INPUT NotesFile
               IF NOT WSNotesOK
                   EXIT PARAGRAPH
               END-IF
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSAtEOF
                   READ NotesFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           MOVE NoteIDNum TO WSProbeIDNum
                           MOVE NoteStamp(1:8) TO WSProbeDate
                           MOVE NoteOperator TO WSProbeOperator
                           PERFORM MarkExplained
                   END-READ
               END-PERFORM
               CLOSE NotesFile.

           MatchJournal.
               OPEN INPUT JournalFile
               IF NOT WSJrnlOK
                   EXIT PARAGRAPH
               END-IF
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSAtEOF
                   READ JournalFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           MOVE JrnlIDNum TO WSProbeIDNum
                           MOVE JrnlTimestamp(1:8) TO WSProbeDate
                           MOVE JrnlOperator TO WSProbeOperator
                           PERFORM MarkExplained
                   END-READ
               END-PERFORM
               CLOSE JournalFile.

           MatchPostings.
               OPEN INPUT HistoryFile
               IF NOT WSHistOK
                   EXIT PARAGRAPH
               END-IF
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSAtEOF
                   READ HistoryFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           MOVE PostHIDNum TO WSProbeIDNum
                           MOVE PostHDate TO WSProbeDate
                           MOVE SPACES TO WSProbeOperator
                           PERFORM MarkExplained
                   END-READ
               END-PERFORM
               CLOSE HistoryFile.

      *|==============================================================|
      *    MarkExplained finds any row for the customer and date with
      *    SEARCH ALL, backs up to the first of that customer-day's
      *    rows, then marks forward across all of them.
      *|==============================================================|

           MarkExplained.
               IF WSProbeDate < WSFromDate OR WSProbeDate > WSToDate
                   EXIT PARAGRAPH
               END-IF
               SEARCH ALL ViewEntry
                   AT END
                       EXIT PARAGRAPH
                   WHEN ViewKey(ViewIdx) = WSProbeKey
                       SET WSViewIdx TO ViewIdx
               END-SEARCH
               PERFORM UNTIL WSViewIdx = 1
                   OR ViewKey(WSViewIdx - 1) NOT = WSProbeKey
                   SUBTRACT 1 FROM WSViewIdx
               END-PERFORM
               PERFORM UNTIL WSViewIdx > WSViewCount
                   OR ViewKey(WSViewIdx) NOT = WSProbeKey
                   IF WSProbeOperator = SPACES
                       OR WSProbeOperator = ViewOperator(WSViewIdx)
                       MOVE 'Y' TO ViewExplainedFlag(WSViewIdx)
                   END-IF
                   ADD 1 TO WSViewIdx
               END-PERFORM.

      *|==============================================================|
      *    PrintAnomalyReport: the busy operator-days, the views with
      *    nothing to show for them, then each operator's totals.
      *|==============================================================|

           PrintAnomalyReport.
               OPEN OUTPUT AnomalyReport
               MOVE 'B' TO WSBnrFunction
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   WSBnrRequestor WSBnrCount WSBnrLine1 WSBnrLine2
               WRITE ReportLine FROM WSBnrLine1
               WRITE ReportLine FROM WSBnrLine2
               MOVE WSFromDate TO PrnHeadFrom
               MOVE WSToDate TO PrnHeadTo
               WRITE ReportLine FROM HeadLine1
                   AFTER ADVANCING 1 LINE
               WRITE ReportLine FROM BusyHead1
                   AFTER ADVANCING 2 LINES
               WRITE ReportLine FROM BusyHead2
                   AFTER ADVANCING 1 LINE
               PERFORM VARYING WSDayIdx FROM 1 BY 1
                   UNTIL WSDayIdx > WSDayCount
                   PERFORM JudgeOneDay
               END-PERFORM
               IF WSBusyCount = ZERO
                   MOVE "   None." TO ReportLine
                   WRITE ReportLine AFTER ADVANCING 1 LINE
               END-IF
               WRITE ReportLine FROM QuietHead1
                   AFTER ADVANCING 2 LINES
               WRITE ReportLine FROM QuietHead2
                   AFTER ADVANCING 1 LINE
               PERFORM VARYING WSViewIdx FROM 1 BY 1
                   UNTIL WSViewIdx > WSViewCount
                   IF NOT ViewExplained(WSViewIdx)
                       PERFORM PrintOneQuietView
                   END-IF
               END-PERFORM
               IF WSUnexplainedCount = ZERO
                   MOVE "   None." TO ReportLine
                   WRITE ReportLine AFTER ADVANCING 1 LINE
               END-IF
               WRITE ReportLine FROM SumHead1
                   AFTER ADVANCING 2 LINES
               WRITE ReportLine FROM SumHead2
                   AFTER ADVANCING 1 LINE
               PERFORM VARYING WSOperIdx FROM 1 BY 1
                   UNTIL WSOperIdx > WSOperCount
                   IF OperPeriodViews(WSOperIdx) > ZERO
                       MOVE OperTblId(WSOperIdx) TO PrnSumOperator
                       MOVE OperPeriodViews(WSOperIdx) TO PrnSumViews
                       MOVE OperUnexplained(WSOperIdx)
                           TO PrnSumUnexplained
                       WRITE ReportLine FROM SumLine
                           AFTER ADVANCING 1 LINE
                   END-IF
               END-PERFORM
               MOVE "Views in the period" TO PrnTotLabel
               MOVE WSPeriodViews TO PrnTotCount
               WRITE ReportLine FROM TotalLine
                   AFTER ADVANCING 2 LINES
               MOVE "Operator-days above norm" TO PrnTotLabel
               MOVE WSBusyCount TO PrnTotCount
               WRITE ReportLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE "Customer views with nothing done"
                   TO PrnTotLabel
               MOVE WSUnexplainedCount TO PrnTotCount
               WRITE ReportLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE 'T' TO WSBnrFunction
               COMPUTE WSBnrCount = WSBusyCount + WSUnexplainedCount
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   WSBnrRequestor WSBnrCount WSBnrLine1 WSBnrLine2
               WRITE ReportLine FROM WSBnrLine1
               CLOSE AnomalyReport
               MOVE "AccessAnomaly" TO WSCatReportName
               MOVE WSReportFileName TO WSCatFileName
               MOVE WSBnrCount TO WSCatRecords
               CALL 'RptCatalog' USING WSCatReportName
                   WSCatFileName WSCatPages WSCatRecords.

           JudgeOneDay.
               MOVE DayOperIdx(WSDayIdx) TO WSOperIdx
               IF DayViews(WSDayIdx) < WSMinViews
                   EXIT PARAGRAPH
               END-IF
               MOVE ZERO TO WSNorm
               MOVE "no norm" TO WSFlagText
               IF OperNormDays(WSOperIdx) > ZERO
                   COMPUTE WSNorm ROUNDED = OperNormViews(WSOperIdx)
                       / OperNormDays(WSOperIdx)
                   COMPUTE WSThreshold = WSNorm * WSFactor
                   IF DayViews(WSDayIdx) NOT > WSThreshold
                       EXIT PARAGRAPH
                   END-IF
                   MOVE "** HIGH" TO WSFlagText
               END-IF
               ADD 1 TO WSBusyCount
               MOVE OperTblId(WSOperIdx) TO PrnBusyOperator
               MOVE DayDate(WSDayIdx) TO PrnBusyDate
               MOVE DayViews(WSDayIdx) TO PrnBusyViews
               MOVE WSNorm TO PrnBusyNorm
               MOVE WSFlagText TO PrnBusyFlag
               WRITE ReportLine FROM BusyLine
                   AFTER ADVANCING 1 LINE.

           PrintOneQuietView.
               ADD 1 TO WSUnexplainedCount
               MOVE ViewOperator(WSViewIdx) TO WSFindOperator
               PERFORM FindOperator
               IF WSOperIdx > ZERO
                   ADD 1 TO OperUnexplained(WSOperIdx)
               END-IF
               MOVE ViewIDNum(WSViewIdx) TO PrnQuietId
               MOVE ViewDate(WSViewIdx) TO PrnQuietDate
               MOVE ViewOperator(WSViewIdx) TO PrnQuietOperator
               MOVE ViewTimes(WSViewIdx) TO PrnQuietViews
               MOVE ViewScreen(WSViewIdx) TO PrnQuietScreen
               WRITE ReportLine FROM QuietLine
                   AFTER ADVANCING 1 LINE.

           WriteRunLogRecord.
               CALL 'RunLog' USING WSLogStepName WSLogEvent
                   WSLogRecords WSLogRejects WSLogRC
                   WSLogCapacity.

      *|==============================================================|
