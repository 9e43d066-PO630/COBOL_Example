      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CaseReport.

      *|==============================================================|
      *    CaseReport is the monthly complaints report: for each
      *    case category (described off the CASECAT code table
      *    through CodeLookup), the cases opened in the month, the
      *    cases closed in it, the cases whose response promise fell
      *    due in the month and was breached -- closed after it, or
      *    still open past it -- and the cases open now, off the
      *    case file (CUSTCASES, default Cases.dat, CaseRec.cpy
      *    layout). The breached column is the one the regulator
      *    asks about.
      *
      *    The month is CUSTCASEMONTH (yyyymm) when set, else the
      *    business date's month; the nightly chain runs it on the
      *    month's last cycle. The report goes to CUSTCASEMRPT,
      *    default CaseReport.rpt.
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT CaseFile ASSIGN TO WSCaseFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS CaseNum
                   ALTERNATE RECORD KEY IS CaseIDNum
                       WITH DUPLICATES
                   FILE STATUS IS WSCaseFileStatus.

               SELECT CaseRptFile ASSIGN TO WSReportFileName
                   ORGANIZATION IS LINE SEQUENTIAL.

      *|==============================================================|

       DATA DIVISION.

           FILE SECTION.

               FD CaseFile.
                   COPY "CaseRec.cpy".

               FD CaseRptFile.
                   1 CaseRptLine PIC X(100).

           WORKING-STORAGE SECTION.

               1 WSCaseFileName PIC X(100).
               1 WSReportFileName PIC X(100).

               1 WSCaseFileStatus PIC X(2).
                   88 WSCaseFileOK VALUE '00'.

               1 WSEOF PIC X(1).
                   88 WSAtEOF VALUE 'Y'.

               1 WSBizDateParm PIC X(8).
               1 WSRunDate PIC 9(8).
               1 WSMonthParm PIC X(6).
               1 WSCaseMonth PIC 9(6).

      *    One row per category seen on the case file.
               1 WSCatMax PIC 9(3) VALUE 100.
               1 WSCatCount PIC 9(3) VALUE ZERO.
               1 WSCatIdx PIC 9(3).
               1 WSCatFound PIC 9(3).
               1 WSCatOverflowFlag PIC X(1) VALUE 'N'.
                   88 WSCatOverflow VALUE 'Y'.
               1 CatTable.
                   2 CatEntry OCCURS 100 TIMES.
                       3 CtCategory PIC X(3).
                       3 CtOpened PIC 9(7).
                       3 CtClosed PIC 9(7).
                       3 CtBreached PIC 9(7).
                       3 CtOpenNow PIC 9(7).

               1 WSTotOpened PIC 9(7) VALUE ZERO.
               1 WSTotClosed PIC 9(7) VALUE ZERO.
               1 WSTotBreached PIC 9(7) VALUE ZERO.
               1 WSTotOpenNow PIC 9(7) VALUE ZERO.

      *    Code-table work area for the shared CodeLookup
      *    subprogram.
               1 WSCodeFunction PIC X(1).
               1 WSCodeTableName PIC X(12).
               1 WSCodeValue PIC X(3).
               1 WSCodeValid PIC X(1).
               1 WSCodeDesc PIC X(20).

               1 HeadLine1.
                   2 FILLER PIC X(30)
                       VALUE " Service cases for the month ".
                   2 PrnHeadMonth PIC 9(6).

               1 HeadLine2.
                   2 FILLER PIC X(6) VALUE " Cat".
                   2 FILLER PIC X(21) VALUE "Description".
                   2 FILLER PIC X(10) VALUE "    Opened".
                   2 FILLER PIC X(10) VALUE "    Closed".
                   2 FILLER PIC X(10) VALUE "  Breached".
                   2 FILLER PIC X(10) VALUE "  Open now".

               1 DetailLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnCategory PIC X(3).
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnDesc PIC X(20).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnOpened PIC Z,ZZZ,ZZ9.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnClosed PIC Z,ZZZ,ZZ9.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnBreached PIC Z,ZZZ,ZZ9.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnOpenNow PIC Z,ZZZ,ZZ9.

               1 MessageLine PIC X(80).

      *    Standard report identification and catalog registration.
               1 WSBnrFunction PIC X(1).
               1 WSBnrReportName PIC X(20) VALUE "CaseReport".
               1 WSBnrRequestor PIC X(8) VALUE "BATCH".
               1 WSBnrCount PIC 9(7) VALUE ZERO.
               1 WSBnrLine1 PIC X(80).
               1 WSBnrLine2 PIC X(80).

               1 WSCatReportName PIC X(20).
               1 WSCatFileName PIC X(100).
               1 WSCatPages PIC 9(4) VALUE ZERO.
               1 WSCatRecords PIC 9(7) VALUE ZERO.

      *    Run-log work area handed to the shared RunLog subprogram.
               1 WSLogStepName PIC X(20) VALUE "CaseReport".
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
               ACCEPT WSMonthParm FROM ENVIRONMENT "CUSTCASEMONTH"
                   ON EXCEPTION
                       MOVE SPACES TO WSMonthParm
               END-ACCEPT
               IF WSMonthParm IS NUMERIC
                   MOVE WSMonthParm TO WSCaseMonth
               ELSE
                   MOVE WSRunDate(1:6) TO WSCaseMonth
               END-IF
               ACCEPT WSCaseFileName FROM ENVIRONMENT "CUSTCASES"
                   ON EXCEPTION
                       MOVE "Cases.dat" TO WSCaseFileName
               END-ACCEPT
               ACCEPT WSReportFileName FROM ENVIRONMENT
                       "CUSTCASEMRPT"
                   ON EXCEPTION
                       MOVE "CaseReport.rpt" TO WSReportFileName
               END-ACCEPT
               MOVE 'S' TO WSLogEvent
               PERFORM WriteRunLogRecord
               PERFORM TallyCases
               OPEN OUTPUT CaseRptFile
               MOVE 'B' TO WSBnrFunction
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   WSBnrRequestor WSBnrCount WSBnrLine1 WSBnrLine2
               WRITE CaseRptLine FROM WSBnrLine1
               WRITE CaseRptLine FROM WSBnrLine2
               MOVE WSCaseMonth TO PrnHeadMonth
               WRITE CaseRptLine FROM HeadLine1
                   AFTER ADVANCING 1 LINE
               WRITE CaseRptLine FROM HeadLine2
                   AFTER ADVANCING 2 LINES
               PERFORM VARYING WSCatIdx FROM 1 BY 1
                       UNTIL WSCatIdx > WSCatCount
                   PERFORM PrintOneCategory
               END-PERFORM
               PERFORM PrintCaseTotals
               CLOSE CaseRptFile
               MOVE "CaseReport" TO WSCatReportName
               MOVE WSReportFileName TO WSCatFileName
               MOVE WSCatCount TO WSCatRecords
               CALL 'RptCatalog' USING WSCatReportName
                   WSCatFileName WSCatPages WSCatRecords
               DISPLAY "CaseReport: " WSTotOpened " opened, "
                   WSTotClosed " closed, " WSTotBreached
                   " breached in " WSCaseMonth
               MOVE 'E' TO WSLogEvent
               COMPUTE WSLogRecords = WSTotOpened + WSTotClosed
               MOVE WSTotBreached TO WSLogRejects
               MOVE WSCatMax TO WSLogCapacity
               PERFORM WriteRunLogRecord
               MOVE ZERO TO RETURN-CODE
               GOBACK.

      *|==============================================================|
      *    TallyCases reads the whole case file once. A promise
      *    falling due in the month is breached when the case
      *    closed after it, or is still open and the promise has
      *    passed.
      *|==============================================================|

           TallyCases.
               MOVE 'N' TO WSEOF
               OPEN INPUT CaseFile
               IF NOT WSCaseFileOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ CaseFile NEXT RECORD
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           PERFORM TallyOneCase
                   END-READ
               END-PERFORM
               CLOSE CaseFile.

           TallyOneCase.
               PERFORM FindCategory
               IF WSCatFound = ZERO
                   EXIT PARAGRAPH
               END-IF
               IF CaseOpenDate(1:6) = WSCaseMonth
                   ADD 1 TO CtOpened(WSCatFound)
               END-IF
               IF CaseClosed AND CaseCloseDate(1:6) = WSCaseMonth
                   ADD 1 TO CtClosed(WSCatFound)
               END-IF
               IF CaseDueDate(1:6) = WSCaseMonth
                   IF (CaseClosed AND CaseCloseDate > CaseDueDate)
                       OR (CaseOpen AND CaseDueDate < WSRunDate)
                       ADD 1 TO CtBreached(WSCatFound)
                   END-IF
               END-IF
               IF CaseOpen
                   ADD 1 TO CtOpenNow(WSCatFound)
               END-IF.

           FindCategory.
               MOVE ZERO TO WSCatFound
               PERFORM VARYING WSCatIdx FROM 1 BY 1
                       UNTIL WSCatIdx > WSCatCount
                           OR WSCatFound > ZERO
                   IF CtCategory(WSCatIdx) = CaseCategory
                       MOVE WSCatIdx TO WSCatFound
                   END-IF
               END-PERFORM
               IF WSCatFound > ZERO
                   EXIT PARAGRAPH
               END-IF
               IF WSCatCount >= WSCatMax
                   SET WSCatOverflow TO TRUE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WSCatCount
               MOVE WSCatCount TO WSCatFound
               MOVE CaseCategory TO CtCategory(WSCatFound)
               MOVE ZERO TO CtOpened(WSCatFound)
                   CtClosed(WSCatFound) CtBreached(WSCatFound)
                   CtOpenNow(WSCatFound).

           PrintOneCategory.
               MOVE CtCategory(WSCatIdx) TO PrnCategory
               MOVE 'D' TO WSCodeFunction
               MOVE "CASECAT" TO WSCodeTableName
               MOVE CtCategory(WSCatIdx) TO WSCodeValue
               CALL 'CodeLookup' USING WSCodeFunction
                   WSCodeTableName WSCodeValue WSCodeValid WSCodeDesc
               MOVE WSCodeDesc TO PrnDesc
               MOVE CtOpened(WSCatIdx) TO PrnOpened
               MOVE CtClosed(WSCatIdx) TO PrnClosed
               MOVE CtBreached(WSCatIdx) TO PrnBreached
               MOVE CtOpenNow(WSCatIdx) TO PrnOpenNow
               WRITE CaseRptLine FROM DetailLine
                   AFTER ADVANCING 1 LINE
               ADD CtOpened(WSCatIdx) TO WSTotOpened
               ADD CtClosed(WSCatIdx) TO WSTotClosed
               ADD CtBreached(WSCatIdx) TO WSTotBreached
               ADD CtOpenNow(WSCatIdx) TO WSTotOpenNow.

           PrintCaseTotals.
               MOVE "ALL" TO PrnCategory
               MOVE "All categories" TO PrnDesc
               MOVE WSTotOpened TO PrnOpened
               MOVE WSTotClosed TO PrnClosed
               MOVE WSTotBreached TO PrnBreached
               MOVE WSTotOpenNow TO PrnOpenNow
               WRITE CaseRptLine FROM DetailLine
                   AFTER ADVANCING 2 LINES
               IF WSCatCount = ZERO
                   MOVE " No service cases on file." TO MessageLine
                   WRITE CaseRptLine FROM MessageLine
                       AFTER ADVANCING 2 LINES
               END-IF
               IF WSCatOverflow
                   MOVE " Categories past 100 are not shown."
                       TO MessageLine
                   WRITE CaseRptLine FROM MessageLine
                       AFTER ADVANCING 1 LINE
               END-IF
               MOVE 'T' TO WSBnrFunction
               MOVE WSCatCount TO WSBnrCount
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   WSBnrRequestor WSBnrCount WSBnrLine1 WSBnrLine2
               WRITE CaseRptLine FROM WSBnrLine1.

           WriteRunLogRecord.
               CALL 'RunLog' USING WSLogStepName WSLogEvent
                   WSLogRecords WSLogRejects WSLogRC
                   WSLogCapacity.

      *|==============================================================|
