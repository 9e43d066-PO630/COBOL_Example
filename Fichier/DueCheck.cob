      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DueCheck.

      *|==============================================================|
      *    DueCheck is the nightly payment-due monitor: every
      *    statement on the due file (CUSTDUE, default StmtDue.dat,
      *    DueRec.cpy layout) still open whose due date has come is
      *    judged against the credits the posting history shows
      *    between the end of the statement month and the due date.
      *    Credits that reach the minimum mark the statement paid;
      *    anything less marks it missed, and the miss goes on the
      *    missed-payments report (CUSTDUERPT, default
      *    DueCheck.rpt). Dunning and FeeAssess read the misses
      *    through PastDue, so a missed minimum -- not the raw age
      *    of the balance -- is what letters and charges a customer.
      *
      *    A returned item (a reversal debit, such as an NSF return)
      *    takes its credit back out of the payments. A write-off,
      *    a dispute credit, a loyalty redemption or referral
      *    reward, or a security deposit applied or released to
      *    the balance is not a payment. The window is never more
      *    than a statement month and a grace period old, so the
      *    live history always holds it.
      *
      *    It runs in the nightly chain after PostTrans, so a
      *    payment posted on the due date itself counts. Open dues
      *    past the table are left for the next night and said so.
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT DueFile ASSIGN TO WSDueFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DueKey
                   FILE STATUS IS WSDueFileStatus.

               SELECT HistoryFile ASSIGN TO WSHistFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS PostHKey
                   FILE STATUS IS WSHistFileStatus.

               SELECT DueReport ASSIGN TO WSDueRptName
                   ORGANIZATION IS LINE SEQUENTIAL.

      *|==============================================================|

       DATA DIVISION.

           FILE SECTION.

               FD DueFile.
                   COPY "DueRec.cpy".

               FD HistoryFile.
                   COPY "PostRec.cpy".
                   COPY "PostHKey.cpy".

               FD DueReport.
                   1 DueRptLine PIC X(100).

           WORKING-STORAGE SECTION.

               1 WSDueFileName PIC X(100).

               1 WSHistFileName PIC X(100).

               1 WSDueRptName PIC X(100).

               1 WSDueFileStatus PIC X(2).
                   88 WSDueFileOK VALUE '00'.

               1 WSHistFileStatus PIC X(2).
                   88 WSHistFileOK VALUE '00'.

               1 WSEOF PIC X(1) VALUE 'N'.
                   88 WSAtEOF VALUE 'Y'.

               1 WSHistEOF PIC X(1).
                   88 WSHistAtEOF VALUE 'Y'.

               1 WSBizDateParm PIC X(8).

               1 WSRunDate PIC 9(8).

      *    The open dues falling due by tonight, with the payments
      *    found for each in the history pass.
               1 WSDueMax PIC 9(4) VALUE 5000.
               1 WSDueCount PIC 9(4) VALUE ZERO.
               1 WSDueIdx PIC 9(4).

               1 DueTable.
                   2 DueEntry OCCURS 5000 TIMES.
                       3 DtIDNum PIC 9(7).
                       3 DtStmtDate PIC 9(8).
                       3 DtStmtMonth PIC 9(6).
                       3 DtDueDate PIC 9(8).
                       3 DtPaid PIC S9(7)V99.

               1 WSDueFullFlag PIC X(1) VALUE 'N'.
                   88 WSDueTableFull VALUE 'Y'.
               1 WSDeferredCount PIC 9(7) VALUE ZERO.

               1 WSJudgedCount PIC 9(7) VALUE ZERO.
               1 WSPaidCount PIC 9(7) VALUE ZERO.
               1 WSMissedCount PIC 9(7) VALUE ZERO.

               1 HeadLine.
                   2 FILLER PIC X(37)
                       VALUE "Missed Minimum Payments -- business ".
                   2 PrnHeadDate PIC 9(8).

               1 ColHeadLine.
                   2 FILLER PIC X(40)
                       VALUE " Id       Statement  Due date     Minimu".
                   2 FILLER PIC X(40)
                       VALUE "m        Paid       Short".

               1 DetailLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnDetId PIC 9(7).
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnDetStmt PIC 9(8).
                   2 FILLER PIC X(3) VALUE SPACE.
                   2 PrnDetDue PIC 9(8).
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnDetMinimum PIC ZZZZZZ9.99.
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnDetPaid PIC ZZZZZZ9.99.
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnDetShort PIC ZZZZZZ9.99.

               1 FootLine.
                   2 FILLER PIC X(15) VALUE " Dues judged:".
                   2 PrnFootJudged PIC ZZZZZZ9.
                   2 FILLER PIC X(8) VALUE "  paid:".
                   2 PrnFootPaid PIC ZZZZZZ9.
                   2 FILLER PIC X(10) VALUE "  missed:".
                   2 PrnFootMissed PIC ZZZZZZ9.

               1 DeferLine.
                   2 FILLER PIC X(15) VALUE " Left for next".
                   2 FILLER PIC X(8) VALUE " night:".
                   2 PrnFootDefer PIC ZZZZZZ9.

      *    Standard report identification and catalog registration.
               1 WSBnrFunction PIC X(1).
               1 WSBnrReportName PIC X(20) VALUE "DueCheck".
               1 WSBnrRequestor PIC X(8) VALUE "BATCH".
               1 WSBnrCount PIC 9(7) VALUE ZERO.
               1 WSBnrLine1 PIC X(80).
               1 WSBnrLine2 PIC X(80).

               1 WSCatReportName PIC X(20).
               1 WSCatFileName PIC X(100).
               1 WSCatPages PIC 9(4) VALUE ZERO.
               1 WSCatRecords PIC 9(7) VALUE ZERO.

      *    Run-log work area handed to the shared RunLog subprogram.
               1 WSLogStepName PIC X(20) VALUE "DueCheck".
               1 WSLogEvent PIC X(1).
               1 WSLogRecords PIC 9(7) VALUE ZERO.
               1 WSLogRejects PIC 9(7) VALUE ZERO.
               1 WSLogRC PIC 9(4) VALUE ZERO.
               1 WSLogCapacity PIC 9(5) VALUE ZERO.

      *|==============================================================|

       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSDueFileName FROM ENVIRONMENT "CUSTDUE"
                   ON EXCEPTION
                       MOVE "StmtDue.dat" TO WSDueFileName
               END-ACCEPT
               ACCEPT WSHistFileName FROM ENVIRONMENT "CUSTPOSTH"
                   ON EXCEPTION
                       MOVE "PostHist.dat" TO WSHistFileName
               END-ACCEPT
               ACCEPT WSDueRptName FROM ENVIRONMENT "CUSTDUERPT"
                   ON EXCEPTION
                       MOVE "DueCheck.rpt" TO WSDueRptName
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
               OPEN I-O DueFile
               IF NOT WSDueFileOK
                   DISPLAY "DueCheck: no due file; nothing to "
                       "judge."
                   MOVE 'E' TO WSLogEvent
                   PERFORM WriteRunLogRecord
                   GOBACK
               END-IF
               PERFORM LoadDueTable
               PERFORM SumPaymentsInWindow
               OPEN OUTPUT DueReport
               MOVE 'B' TO WSBnrFunction
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   WSBnrRequestor WSBnrCount WSBnrLine1 WSBnrLine2
               WRITE DueRptLine FROM WSBnrLine1
               WRITE DueRptLine FROM WSBnrLine2
               MOVE WSRunDate TO PrnHeadDate
               WRITE DueRptLine FROM HeadLine
                   AFTER ADVANCING 1 LINE
               WRITE DueRptLine FROM ColHeadLine
                   AFTER ADVANCING 2 LINES
               PERFORM VARYING WSDueIdx FROM 1 BY 1
                   UNTIL WSDueIdx > WSDueCount
                   PERFORM JudgeOneDue
               END-PERFORM
               MOVE WSJudgedCount TO PrnFootJudged
               MOVE WSPaidCount TO PrnFootPaid
               MOVE WSMissedCount TO PrnFootMissed
               WRITE DueRptLine FROM FootLine
                   AFTER ADVANCING 2 LINES
               IF WSDueTableFull
                   MOVE WSDeferredCount TO PrnFootDefer
                   WRITE DueRptLine FROM DeferLine
                       AFTER ADVANCING 1 LINE
               END-IF
               MOVE 'T' TO WSBnrFunction
               MOVE WSMissedCount TO WSBnrCount
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   WSBnrRequestor WSBnrCount WSBnrLine1 WSBnrLine2
               WRITE DueRptLine FROM WSBnrLine1
               CLOSE DueFile, DueReport
               MOVE "DueCheck" TO WSCatReportName
               MOVE WSDueRptName TO WSCatFileName
               MOVE WSMissedCount TO WSCatRecords
               CALL 'RptCatalog' USING WSCatReportName
                   WSCatFileName WSCatPages WSCatRecords
               DISPLAY "Dues judged: " WSJudgedCount
                   "  paid: " WSPaidCount
                   "  missed: " WSMissedCount
               MOVE 'E' TO WSLogEvent
               MOVE WSJudgedCount TO WSLogRecords
               MOVE WSMissedCount TO WSLogRejects
               MOVE WSDueMax TO WSLogCapacity
               PERFORM WriteRunLogRecord
               GOBACK.

      *|==============================================================|
      *    LoadDueTable tables every open due whose due date has
      *    come. A table full leaves the rest open for tomorrow
      *    night rather than judging them on half the picture.
      *|==============================================================|

           LoadDueTable.
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSAtEOF
                   READ DueFile NEXT RECORD
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF DueOpen AND DueDate <= WSRunDate
                               PERFORM TableOneDue
                           END-IF
                   END-READ
               END-PERFORM
               IF WSDueTableFull
                   DISPLAY "DueCheck: more than " WSDueMax
                       " dues fell due; " WSDeferredCount
                       " left open for the next run."
               END-IF.

           TableOneDue.
               IF WSDueCount >= WSDueMax
                   SET WSDueTableFull TO TRUE
                   ADD 1 TO WSDeferredCount
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WSDueCount
               MOVE DueIDNum TO DtIDNum(WSDueCount)
               MOVE DueStmtDate TO DtStmtDate(WSDueCount)
               MOVE DueStmtMonth TO DtStmtMonth(WSDueCount)
               MOVE DueDate TO DtDueDate(WSDueCount)
               MOVE ZERO TO DtPaid(WSDueCount).

      *|==============================================================|
      *    SumPaymentsInWindow makes one pass over the posting
      *    history, crediting each tabled due with the payments
      *    dated after its statement month and on or before its due
      *    date, less the returned items among them.
      *|==============================================================|

           SumPaymentsInWindow.
               IF WSDueCount = ZERO
                   EXIT PARAGRAPH
               END-IF
               MOVE 'N' TO WSHistEOF
               OPEN INPUT HistoryFile
               IF NOT WSHistFileOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSHistAtEOF
                   READ HistoryFile
                       AT END SET WSHistAtEOF TO TRUE
                       NOT AT END
                           IF PostHDesc NOT = "WRITE-OFF"
                               AND PostHDesc NOT = "DISPUTE CREDIT"
                               AND PostHDesc NOT =
                                   "LOYALTY REDEMPTION"
                               AND PostHDesc NOT = "REFERRAL REWARD"
                               AND PostHDesc NOT = "DEPOSIT APPLIED"
                               AND PostHDesc NOT = "DEPOSIT RELEASE"
                               AND (PostHCredit
                                   OR PostHReversalLine)
                               PERFORM CreditOneHistoryLine
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HistoryFile.

           CreditOneHistoryLine.
               PERFORM VARYING WSDueIdx FROM 1 BY 1
                   UNTIL WSDueIdx > WSDueCount
                   IF DtIDNum(WSDueIdx) = PostHIDNum
                       AND PostHDate(1:6) > DtStmtMonth(WSDueIdx)
                       AND PostHDate <= DtDueDate(WSDueIdx)
                       IF PostHCredit
                           ADD PostHAmount TO DtPaid(WSDueIdx)
                       ELSE
                           SUBTRACT PostHAmount FROM DtPaid(WSDueIdx)
                       END-IF
                   END-IF
               END-PERFORM.

      *|==============================================================|
      *    JudgeOneDue marks the statement paid or missed on the due
      *    file; a miss is listed with its shortfall.
      *|==============================================================|

           JudgeOneDue.
               MOVE DtIDNum(WSDueIdx) TO DueIDNum
               MOVE DtStmtDate(WSDueIdx) TO DueStmtDate
               READ DueFile
                   INVALID KEY
                       EXIT PARAGRAPH
               END-READ
               IF DtPaid(WSDueIdx) > ZERO
                   MOVE DtPaid(WSDueIdx) TO DuePaid
               ELSE
                   MOVE ZERO TO DuePaid
               END-IF
               MOVE WSRunDate TO DueCheckedDate
               ADD 1 TO WSJudgedCount
               IF DuePaid >= DueMinimum
                   SET DuePaidOnTime TO TRUE
                   ADD 1 TO WSPaidCount
               ELSE
                   SET DueMissed TO TRUE
                   ADD 1 TO WSMissedCount
                   MOVE DueIDNum TO PrnDetId
                   MOVE DueStmtDate TO PrnDetStmt
                   MOVE DueDate TO PrnDetDue
                   MOVE DueMinimum TO PrnDetMinimum
                   MOVE DuePaid TO PrnDetPaid
                   COMPUTE PrnDetShort = DueMinimum - DuePaid
                   WRITE DueRptLine FROM DetailLine
                       AFTER ADVANCING 1 LINE
               END-IF
               REWRITE DueRecord
                   INVALID KEY
                       CONTINUE
               END-REWRITE.

           WriteRunLogRecord.
               CALL 'RunLog' USING WSLogStepName WSLogEvent
                   WSLogRecords WSLogRejects WSLogRC
                   WSLogCapacity.

      *|==============================================================|
