      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CaseAging.

      *|==============================================================|
      *    CaseAging is the daily service-case aging report: every
      *    open case on the case file (CUSTCASES, default Cases.dat,
      *    CaseRec.cpy layout) by owner, oldest promise first, with
      *    the days it has been open and the days it is past the
      *    response promised, and a subtotal per owner.
      *
      *    A case still open past its promise is escalated the first
      *    night it is found so: the case is marked escalated with
      *    the date, a note (category CASE) goes on the customer's
      *    notes file (CUSTNOTES), and from then on only a
      *    supervisor may close it. The report closes with the
      *    supervisors' section -- every escalated case still open,
      *    the night's new ones flagged -- so nothing past the
      *    regulator's deadline sits unseen in an owner's queue.
      *
      *    The open cases are put in owner order through a sort, the
      *    same input/output procedure shape OperActivity uses. The
      *    report goes to CUSTCASERPT, default CaseAging.rpt; the
      *    nightly chain runs it after SuspMonitor.
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT CaseFile ASSIGN TO WSCaseFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CaseNum
                   ALTERNATE RECORD KEY IS CaseIDNum
                       WITH DUPLICATES
                   FILE STATUS IS WSCaseFileStatus.

               SELECT NotesFile ASSIGN TO WSNotesFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSNotesStatus.

               SELECT SortWorkFile ASSIGN TO "CaseAging.wrk".

               SELECT AgingRptFile ASSIGN TO WSReportFileName
                   ORGANIZATION IS LINE SEQUENTIAL.

      *|==============================================================|

       DATA DIVISION.

           FILE SECTION.

               FD CaseFile.
                   COPY "CaseRec.cpy".

               FD NotesFile.
                   COPY "NoteRec.cpy".

               SD SortWorkFile.
                   1 SortEntry.
                       2 SortOwner PIC X(8).
                       2 SortDueDate PIC 9(8).
                       2 SortCaseNum PIC 9(6).
                       2 SortIDNum PIC 9(7).
                       2 SortCategory PIC X(3).
                       2 SortOpenDate PIC 9(8).
                       2 SortDaysOpen PIC 9(5).
                       2 SortDaysOver PIC S9(5).
                       2 SortEscalFlag PIC X(1).
                           88 SortEscalated VALUE 'Y'.
                       2 SortNewEscal PIC X(1).
                           88 SortEscalatedTonight VALUE 'Y'.

               FD AgingRptFile.
                   1 AgingRptLine PIC X(100).

           WORKING-STORAGE SECTION.

               1 WSCaseFileName PIC X(100).
               1 WSNotesFileName PIC X(100).
               1 WSReportFileName PIC X(100).

               1 WSCaseFileStatus PIC X(2).
                   88 WSCaseFileOK VALUE '00'.

               1 WSNotesStatus PIC X(2).
                   88 WSNotesOK VALUE '00'.
                   88 WSNotesMissing VALUE '35'.

               1 WSEOF PIC X(1).
                   88 WSAtEOF VALUE 'Y'.
               1 WSNotesEOF PIC X(1).
                   88 WSNotesAtEOF VALUE 'Y'.
               1 WSSortEOF PIC X(1) VALUE 'N'.
                   88 WSSortAtEOF VALUE 'Y'.

               1 WSBizDateParm PIC X(8).
               1 WSRunDate PIC 9(8).

               1 WSDateCalcOp PIC X(1).
               1 WSDateCalcDays PIC S9(7).
               1 WSDateCalcResult PIC 9(8).
               1 WSDateCalcDow PIC 9(1).
               1 WSDateCalcValid PIC X(1).

               1 WSFirstFlag PIC X(1) VALUE 'Y'.
                   88 WSIsFirstRecord VALUE 'Y'.
               1 WSPriorOwner PIC X(8).

               1 WSOpenCount PIC 9(7) VALUE ZERO.
               1 WSPastCount PIC 9(7) VALUE ZERO.
               1 WSNewEscCount PIC 9(7) VALUE ZERO.
               1 WSOwnerOpen PIC 9(5) VALUE ZERO.
               1 WSOwnerPast PIC 9(5) VALUE ZERO.

      *    The escalated cases, kept for the supervisors' section.
               1 WSEscMax PIC 9(4) VALUE 1000.
               1 WSEscCount PIC 9(4) VALUE ZERO.
               1 WSEscOverflowFlag PIC X(1) VALUE 'N'.
                   88 WSEscOverflow VALUE 'Y'.
               1 EscTable.
                   2 EscEntry OCCURS 1000 TIMES.
                       3 EtOwner PIC X(8).
                       3 EtCaseNum PIC 9(6).
                       3 EtIDNum PIC 9(7).
                       3 EtCategory PIC X(3).
                       3 EtOpenDate PIC 9(8).
                       3 EtDueDate PIC 9(8).
                       3 EtDaysOpen PIC 9(5).
                       3 EtDaysOver PIC S9(5).
                       3 EtNew PIC X(1).
               1 WSEscIdx PIC 9(4).

               1 WSNoteIDNum PIC 9(7).
               1 WSNoteText PIC X(60).
               1 WSNoteNextSeq PIC 9(4).

               1 HeadLine1.
                   2 FILLER PIC X(30)
                       VALUE " Open service cases by owner, ".
                   2 PrnHeadDate PIC 9(8).

               1 HeadLine2.
                   2 FILLER PIC X(10) VALUE " Owner".
                   2 FILLER PIC X(8) VALUE "Case".
                   2 FILLER PIC X(9) VALUE "Customer".
                   2 FILLER PIC X(5) VALUE "Cat".
                   2 FILLER PIC X(10) VALUE "Opened".
                   2 FILLER PIC X(10) VALUE "Due".
                   2 FILLER PIC X(7) VALUE "  Open".
                   2 FILLER PIC X(7) VALUE "  Past".
                   2 FILLER PIC X(12) VALUE SPACE.

               1 DetailLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnOwner PIC X(8).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnCaseNum PIC 9(6).
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnIDNum PIC 9(7).
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnCategory PIC X(3).
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnOpenDate PIC 9(8).
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnDueDate PIC 9(8).
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnDaysOpen PIC ZZZZ9.
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnDaysOver PIC ZZZZ9.
                   2 PrnDaysOverX REDEFINES PrnDaysOver PIC X(5).
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnFlag PIC X(14).

               1 OwnerTotalLine.
                   2 FILLER PIC X(11) VALUE SPACE.
                   2 FILLER PIC X(10) VALUE "owner open".
                   2 PrnOwnerOpen PIC ZZZZ9.
                   2 FILLER PIC X(15) VALUE ", past promise ".
                   2 PrnOwnerPast PIC ZZZZ9.

               1 EscHeadLine PIC X(60)
                   VALUE " Escalated to the supervisors, past promise".

               1 TotalLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnTotLabel PIC X(26).
                   2 PrnTotValue PIC ZZZZZZ9.

               1 MessageLine PIC X(80).

      *    Standard report identification and catalog registration.
               1 WSBnrFunction PIC X(1).
               1 WSBnrReportName PIC X(20) VALUE "CaseAging".
               1 WSBnrRequestor PIC X(8) VALUE "BATCH".
               1 WSBnrCount PIC 9(7) VALUE ZERO.
               1 WSBnrLine1 PIC X(80).
               1 WSBnrLine2 PIC X(80).

               1 WSCatReportName PIC X(20).
               1 WSCatFileName PIC X(100).
               1 WSCatPages PIC 9(4) VALUE ZERO.
               1 WSCatRecords PIC 9(7) VALUE ZERO.

      *    Run-log work area handed to the shared RunLog subprogram.
               1 WSLogStepName PIC X(20) VALUE "CaseAging".
               1 WSLogEvent PIC X(1).
               1 WSLogRecords PIC 9(7) VALUE ZERO.
               1 WSLogRejects PIC 9(7) VALUE ZERO.
               1 WSLogRC PIC 9(4) VALUE ZERO.
               1 WSLogCapacity PIC 9(5) VALUE ZERO.

      *|==============================================================|

       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSCaseFileName FROM ENVIRONMENT "CUSTCASES"
                   ON EXCEPTION
                       MOVE "Cases.dat" TO WSCaseFileName
               END-ACCEPT
               ACCEPT WSNotesFileName FROM ENVIRONMENT "CUSTNOTES"
                   ON EXCEPTION
                       MOVE "CustNotes.dat" TO WSNotesFileName
               END-ACCEPT
               ACCEPT WSReportFileName FROM ENVIRONMENT "CUSTCASERPT"
                   ON EXCEPTION
                       MOVE "CaseAging.rpt" TO WSReportFileName
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
               MOVE 'S' TO WSLogEvent
               PERFORM WriteRunLogRecord
               SORT SortWorkFile
                   ASCENDING KEY SortOwner
                   ASCENDING KEY SortDueDate
                   ASCENDING KEY SortCaseNum
                   INPUT PROCEDURE IS LoadOpenCases
                   OUTPUT PROCEDURE IS PrintAgingReport
               MOVE "CaseAging" TO WSCatReportName
               MOVE WSReportFileName TO WSCatFileName
               MOVE WSOpenCount TO WSCatRecords
               CALL 'RptCatalog' USING WSCatReportName
                   WSCatFileName WSCatPages WSCatRecords
               DISPLAY "CaseAging: " WSOpenCount " open cases, "
                   WSPastCount " past promise, " WSNewEscCount
                   " escalated tonight."
               MOVE 'E' TO WSLogEvent
               MOVE WSOpenCount TO WSLogRecords
               MOVE WSPastCount TO WSLogRejects
               MOVE WSEscMax TO WSLogCapacity
               PERFORM WriteRunLogRecord
               MOVE ZERO TO RETURN-CODE
               GOBACK.

      *|==============================================================|
      *    LoadOpenCases reads the case file in case order, ages
      *    each open case, escalates any newly past its promise, and
      *    releases it to the sort.
      *|==============================================================|

           LoadOpenCases.
               MOVE 'N' TO WSEOF
               OPEN I-O CaseFile
               IF NOT WSCaseFileOK
                   DISPLAY "CaseAging: no case file on "
                       WSCaseFileName
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ CaseFile NEXT RECORD
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF CaseOpen
                               PERFORM AgeOneCase
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CaseFile.

           AgeOneCase.
               ADD 1 TO WSOpenCount
               MOVE CaseOwner TO SortOwner
               MOVE CaseDueDate TO SortDueDate
               MOVE CaseNum TO SortCaseNum
               MOVE CaseIDNum TO SortIDNum
               MOVE CaseCategory TO SortCategory
               MOVE CaseOpenDate TO SortOpenDate
               MOVE 'N' TO SortNewEscal
               MOVE 'D' TO WSDateCalcOp
               CALL 'DateCalc' USING WSDateCalcOp CaseOpenDate
                   WSRunDate WSDateCalcDays WSDateCalcResult
                   WSDateCalcDow WSDateCalcValid
               MOVE ZERO TO SortDaysOpen
               IF WSDateCalcValid = 'Y' AND WSDateCalcDays > ZERO
                   MOVE WSDateCalcDays TO SortDaysOpen
               END-IF
               CALL 'DateCalc' USING WSDateCalcOp CaseDueDate
                   WSRunDate WSDateCalcDays WSDateCalcResult
                   WSDateCalcDow WSDateCalcValid
               MOVE ZERO TO SortDaysOver
               IF WSDateCalcValid = 'Y'
                   MOVE WSDateCalcDays TO SortDaysOver
               END-IF
               IF SortDaysOver > ZERO
                   ADD 1 TO WSPastCount
                   IF NOT CaseEscalated
                       PERFORM EscalateCase
                   END-IF
               END-IF
               MOVE CaseEscalFlag TO SortEscalFlag
               RELEASE SortEntry.

      *|==============================================================|
      *    EscalateCase marks the case and notes the customer. The
      *    owner keeps the case; the supervisors' section and the
      *    supervisor-only close are what the escalation changes.
      *|==============================================================|

           EscalateCase.
               MOVE 'Y' TO CaseEscalFlag
               MOVE WSRunDate TO CaseEscalDate
               MOVE "CASEAGE" TO CaseLastOper
               MOVE FUNCTION CURRENT-DATE(1:14) TO CaseStamp
               REWRITE CaseRecord
                   INVALID KEY
                       DISPLAY "CaseAging: case " CaseNum
                           " rewrite failed: " WSCaseFileStatus
                       EXIT PARAGRAPH
               END-REWRITE
               MOVE 'Y' TO SortNewEscal
               ADD 1 TO WSNewEscCount
               MOVE SPACES TO WSNoteText
               STRING "CASE " CaseNum " ESCALATED PAST PROMISE "
                       DELIMITED BY SIZE
                   CaseDueDate DELIMITED BY SIZE
                   INTO WSNoteText
               END-STRING
               MOVE CaseIDNum TO WSNoteIDNum
               PERFORM AppendCustomerNote.

           AppendCustomerNote.
               MOVE 1 TO WSNoteNextSeq
               MOVE 'N' TO WSNotesEOF
               OPEN INPUT NotesFile
               IF WSNotesOK
                   PERFORM UNTIL WSNotesAtEOF
                       READ NotesFile
                           AT END SET WSNotesAtEOF TO TRUE
                           NOT AT END
                               IF NoteIDNum = WSNoteIDNum
                                   AND NoteSeq >= WSNoteNextSeq
                                   COMPUTE WSNoteNextSeq =
                                       NoteSeq + 1
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE NotesFile
               END-IF
               OPEN EXTEND NotesFile
               IF WSNotesMissing
                   OPEN OUTPUT NotesFile
               END-IF
               MOVE WSNoteIDNum TO NoteIDNum
               MOVE WSNoteNextSeq TO NoteSeq
               MOVE FUNCTION CURRENT-DATE(1:14) TO NoteStamp
               MOVE "CASEAGE" TO NoteOperator
               MOVE WSNoteText TO NoteText
               MOVE "CASE" TO NoteCategory
               MOVE ZERO TO NoteFollowUpDate
               MOVE SPACE TO NoteDoneFlag
               WRITE NoteRecord
               CLOSE NotesFile.

      *|==============================================================|
      *    PrintAgingReport drains the sorted cases, breaking on
      *    owner for the subtotals, then prints the supervisors'
      *    section off the escalated cases kept along the way.
      *|==============================================================|

           PrintAgingReport.
               OPEN OUTPUT AgingRptFile
               MOVE 'B' TO WSBnrFunction
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   WSBnrRequestor WSBnrCount WSBnrLine1 WSBnrLine2
               WRITE AgingRptLine FROM WSBnrLine1
               WRITE AgingRptLine FROM WSBnrLine2
               MOVE WSRunDate TO PrnHeadDate
               WRITE AgingRptLine FROM HeadLine1
                   AFTER ADVANCING 1 LINE
               WRITE AgingRptLine FROM HeadLine2
                   AFTER ADVANCING 2 LINES
               PERFORM UNTIL WSSortAtEOF
                   RETURN SortWorkFile
                       AT END
                           SET WSSortAtEOF TO TRUE
                       NOT AT END
                           PERFORM PrintOneCase
                   END-RETURN
               END-PERFORM
               IF NOT WSIsFirstRecord
                   PERFORM WriteOwnerTotal
               END-IF
               PERFORM PrintEscalations
               MOVE "Open cases" TO PrnTotLabel
               MOVE WSOpenCount TO PrnTotValue
               WRITE AgingRptLine FROM TotalLine
                   AFTER ADVANCING 2 LINES
               MOVE "Past promise" TO PrnTotLabel
               MOVE WSPastCount TO PrnTotValue
               WRITE AgingRptLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE "Escalated tonight" TO PrnTotLabel
               MOVE WSNewEscCount TO PrnTotValue
               WRITE AgingRptLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE 'T' TO WSBnrFunction
               MOVE WSOpenCount TO WSBnrCount
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   WSBnrRequestor WSBnrCount WSBnrLine1 WSBnrLine2
               WRITE AgingRptLine FROM WSBnrLine1
               CLOSE AgingRptFile.

           PrintOneCase.
               IF WSIsFirstRecord
                   MOVE SortOwner TO WSPriorOwner
                   MOVE 'N' TO WSFirstFlag
               END-IF
               IF SortOwner NOT = WSPriorOwner
                   PERFORM WriteOwnerTotal
                   MOVE SortOwner TO WSPriorOwner
               END-IF
               ADD 1 TO WSOwnerOpen
               MOVE SortOwner TO PrnOwner
               MOVE SortCaseNum TO PrnCaseNum
               MOVE SortIDNum TO PrnIDNum
               MOVE SortCategory TO PrnCategory
               MOVE SortOpenDate TO PrnOpenDate
               MOVE SortDueDate TO PrnDueDate
               MOVE SortDaysOpen TO PrnDaysOpen
               MOVE SPACES TO PrnFlag
               IF SortDaysOver > ZERO
                   ADD 1 TO WSOwnerPast
                   MOVE SortDaysOver TO PrnDaysOver
               ELSE
                   MOVE SPACES TO PrnDaysOverX
               END-IF
               IF SortEscalated
                   IF SortEscalatedTonight
                       MOVE "ESCALATED NOW" TO PrnFlag
                   ELSE
                       MOVE "ESCALATED" TO PrnFlag
                   END-IF
                   PERFORM KeepEscalatedCase
               END-IF
               WRITE AgingRptLine FROM DetailLine
                   AFTER ADVANCING 1 LINE.

           KeepEscalatedCase.
               IF WSEscCount >= WSEscMax
                   SET WSEscOverflow TO TRUE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WSEscCount
               MOVE SortOwner TO EtOwner(WSEscCount)
               MOVE SortCaseNum TO EtCaseNum(WSEscCount)
               MOVE SortIDNum TO EtIDNum(WSEscCount)
               MOVE SortCategory TO EtCategory(WSEscCount)
               MOVE SortOpenDate TO EtOpenDate(WSEscCount)
               MOVE SortDueDate TO EtDueDate(WSEscCount)
               MOVE SortDaysOpen TO EtDaysOpen(WSEscCount)
               MOVE SortDaysOver TO EtDaysOver(WSEscCount)
               MOVE SortNewEscal TO EtNew(WSEscCount).

           WriteOwnerTotal.
               MOVE WSOwnerOpen TO PrnOwnerOpen
               MOVE WSOwnerPast TO PrnOwnerPast
               WRITE AgingRptLine FROM OwnerTotalLine
                   AFTER ADVANCING 1 LINE
               MOVE SPACES TO AgingRptLine
               WRITE AgingRptLine
               MOVE ZERO TO WSOwnerOpen WSOwnerPast.

           PrintEscalations.
               WRITE AgingRptLine FROM EscHeadLine
                   AFTER ADVANCING 2 LINES
               IF WSEscCount = ZERO
                   MOVE " No case is open past its promise."
                       TO MessageLine
                   WRITE AgingRptLine FROM MessageLine
                       AFTER ADVANCING 1 LINE
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING WSEscIdx FROM 1 BY 1
                   UNTIL WSEscIdx > WSEscCount
                   MOVE EtOwner(WSEscIdx) TO PrnOwner
                   MOVE EtCaseNum(WSEscIdx) TO PrnCaseNum
                   MOVE EtIDNum(WSEscIdx) TO PrnIDNum
                   MOVE EtCategory(WSEscIdx) TO PrnCategory
                   MOVE EtOpenDate(WSEscIdx) TO PrnOpenDate
                   MOVE EtDueDate(WSEscIdx) TO PrnDueDate
                   MOVE EtDaysOpen(WSEscIdx) TO PrnDaysOpen
                   MOVE EtDaysOver(WSEscIdx) TO PrnDaysOver
                   IF EtNew(WSEscIdx) = 'Y'
                       MOVE "NEW TONIGHT" TO PrnFlag
                   ELSE
                       MOVE SPACES TO PrnFlag
                   END-IF
                   WRITE AgingRptLine FROM DetailLine
                       AFTER ADVANCING 1 LINE
               END-PERFORM
               IF WSEscOverflow
                   MOVE " Escalated cases past 1000 are not shown."
                       TO MessageLine
                   WRITE AgingRptLine FROM MessageLine
                       AFTER ADVANCING 1 LINE
               END-IF.

           WriteRunLogRecord.
               CALL 'RunLog' USING WSLogStepName WSLogEvent
                   WSLogRecords WSLogRejects WSLogRC
                   WSLogCapacity.

      *|==============================================================|
