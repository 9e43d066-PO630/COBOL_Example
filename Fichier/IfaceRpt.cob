      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. IfaceRpt.

      *|==============================================================|
      *    IfaceRpt is the daily interface status report: one page
      *    answering whether today's lockbox file arrived, whether
      *    the vendor extract went, and whether anyone ever
      *    acknowledged last Tuesday's. It reads the interface
      *    register (CUSTIFACEDEF, default IfaceDef.dat,
      *    IfaceDef.cpy layout) and the interface log every
      *    importing and exporting program writes through IfaceLog
      *    (CUSTIFACELOG, default IfaceLog.dat, IfaceLog.cpy
      *    layout), up to the business date (CUSTBIZDATE, else
      *    today).
      *
      *    Each registered file prints with its direction, partner,
      *    schedule and deadline, the records and control total
      *    logged for it on the business date, the last date it
      *    came or went, where its acknowledgment stands, and a
      *    status:
      *        RECEIVED / SENT  logged on the business date
      *        REFUSED          received but refused whole
      *        CURRENT          in or out since its last schedule
      *                         day, not tonight
      *        OVERDUE          due since its schedule day (the
      *                         Watchdog rule) and not logged by
      *                         its deadline
      *        AWAITED          due, deadline not yet reached
      *        NOT DUE          on request, nothing tonight
      *    An acknowledgment stands for every dispatch of the file
      *    before it. Every dispatch of a file whose register entry
      *    gives an acknowledgment window and that no
      *    acknowledgment has yet answered is listed beneath, with
      *    its age, marked OVERDUE once the window has passed.
      *    Files logged on the business date under a code the
      *    register does not know are listed last, so a new
      *    interface nobody registered is seen.
      *
      *    Anything overdue -- a file or an acknowledgment -- ends
      *    the run log record with return code 4: it is for
      *    operations to chase in the morning, not a reason to stop
      *    the night. The report goes to CUSTIFACERPT, default
      *    IfaceRpt.rpt.
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT IfaceDefFile ASSIGN TO WSIfaceDefFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSIfaceDefStatus.

               SELECT IfaceLogFile ASSIGN TO WSIfaceLogFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSIfaceLogStatus.

               SELECT IfaceRptFile ASSIGN TO WSReportFileName
                   ORGANIZATION IS LINE SEQUENTIAL.

      *|==============================================================|

       DATA DIVISION.

           FILE SECTION.

               FD IfaceDefFile.
                   COPY "IfaceDef.cpy".

               FD IfaceLogFile.
                   COPY "IfaceLog.cpy".

               FD IfaceRptFile.
                   1 IfaceRptLine PIC X(100).

           WORKING-STORAGE SECTION.

               1 WSIfaceDefFileName PIC X(100).
               1 WSIfaceLogFileName PIC X(100).
               1 WSReportFileName PIC X(100).

               1 WSIfaceDefStatus PIC X(2).
                   88 WSIfaceDefOK VALUE '00'.
               1 WSIfaceLogStatus PIC X(2).
                   88 WSIfaceLogOK VALUE '00'.

               1 WSEOF PIC X(1).
                   88 WSAtEOF VALUE 'Y'.

               1 WSBizDateParm PIC X(8).
               1 WSRunDate PIC 9(8).

               1 WSNowStamp PIC 9(14).
               1 WSNowParts REDEFINES WSNowStamp.
                   2 WSNowDate PIC 9(8).
                   2 WSNowHour PIC 9(2).
                   2 WSNowMin PIC 9(2).
                   2 FILLER PIC 9(2).
               1 WSNowMinutes PIC 9(5).

               1 WSHHMMWork PIC 9(4).
               1 WSHHMMParts REDEFINES WSHHMMWork.
                   2 WSHHMMHour PIC 9(2).
                   2 WSHHMMMin PIC 9(2).
               1 WSDeadMinutes PIC 9(5).

      *    The register as tonight's log leaves it.
               1 WSRgCount PIC 9(3) VALUE ZERO.
               1 WSRgIdx PIC 9(3).
               1 WSRgFound PIC 9(3).
               1 RegisterTable.
                   2 RegisterEntry OCCURS 100 TIMES.
                       3 RgCode PIC X(8).
                       3 RgDirection PIC X(1).
                           88 RgInbound VALUE 'I'.
                       3 RgPartner PIC X(12).
                       3 RgSchedule PIC X(1).
                       3 RgSchedDay PIC 9(2).
                       3 RgDeadline PIC 9(4).
                       3 RgAckDays PIC 9(2).
                       3 RgDueDate PIC 9(8).
                       3 RgTodayRecords PIC 9(7).
                       3 RgTodayControl PIC 9(11)V99.
                       3 RgTodayFlag PIC X(1).
                           88 RgTodayDone VALUE 'Y'.
                           88 RgTodayRefused VALUE 'X'.
                       3 RgSinceDueFlag PIC X(1).
                           88 RgSinceDue VALUE 'Y'.
                       3 RgLastDate PIC 9(8).
                       3 RgLastAck PIC 9(8).

      *    Dispatches no acknowledgment has answered yet, oldest
      *    first as the log hands them over.
               1 WSOdMax PIC 9(3) VALUE 500.
               1 WSOdCount PIC 9(3) VALUE ZERO.
               1 WSOdIdx PIC 9(3).
               1 WSOdKeep PIC 9(3).
               1 WSOdDropped PIC 9(5) VALUE ZERO.
               1 OutstandingTable.
                   2 OutstandingEntry OCCURS 500 TIMES.
                       3 OdCode PIC X(8).
                       3 OdDate PIC 9(8).
                       3 OdRecords PIC 9(7).
                       3 OdControl PIC 9(11)V99.

      *    The business date's events under codes not registered.
               1 WSUnCount PIC 9(2) VALUE ZERO.
               1 WSUnIdx PIC 9(2).
               1 UnregisteredTable.
                   2 UnregisteredEntry OCCURS 50 TIMES.
                       3 UnCode PIC X(8).
                       3 UnEvent PIC X(1).
                       3 UnRecords PIC 9(7).
                       3 UnControl PIC 9(11)V99.

               1 WSDueWork PIC 9(8).
               1 WSDueParts REDEFINES WSDueWork.
                   2 WSDueYear PIC 9(4).
                   2 WSDueMonth PIC 9(2).
                   2 WSDueDay PIC 9(2).
               1 WSBackDays PIC S9(2).

               1 WSDateCalcOp PIC X(1).
               1 WSDateCalcDate2 PIC 9(8) VALUE ZERO.
               1 WSDateCalcDays PIC S9(7).
               1 WSDateCalcResult PIC 9(8).
               1 WSDateCalcDow PIC 9(1).
               1 WSDateCalcValid PIC X(1).

      *    Where one file's acknowledgment stands.
               1 WSAckOldest PIC 9(8).
               1 WSAckPending PIC 9(3).
               1 WSAckAge PIC S9(7).

               1 WSTotReceived PIC 9(5) VALUE ZERO.
               1 WSTotRefused PIC 9(5) VALUE ZERO.
               1 WSTotSent PIC 9(5) VALUE ZERO.
               1 WSTotAcked PIC 9(5) VALUE ZERO.
               1 WSTotOverdue PIC 9(5) VALUE ZERO.
               1 WSTotAckOverdue PIC 9(5) VALUE ZERO.
               1 WSTotAwaiting PIC 9(5) VALUE ZERO.

               1 HeadLine1.
                   2 FILLER PIC X(26)
                       VALUE " Interface status for ".
                   2 PrnHeadDate PIC 9(8).

               1 HeadLine2.
                   2 FILLER PIC X(10) VALUE " Code".
                   2 FILLER PIC X(13) VALUE "Partner".
                   2 FILLER PIC X(4) VALUE "Dir".
                   2 FILLER PIC X(4) VALUE "Sch".
                   2 FILLER PIC X(5) VALUE "Dead".
                   2 FILLER PIC X(8) VALUE "Records".
                   2 FILLER PIC X(18) VALUE "     Control total".
                   2 FILLER PIC X(9) VALUE "Last".
                   2 FILLER PIC X(14) VALUE "Acknowledged".
                   2 FILLER PIC X(6) VALUE "Status".

               1 StatusLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnCode PIC X(8).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnPartner PIC X(12).
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnDirection PIC X(1).
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnSchedule PIC X(1).
                   2 PrnSchedDay PIC Z9.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnDeadline PIC 9(4).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnRecords PIC ZZZZZZ9.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnControl PIC ZZ,ZZZ,ZZZ,ZZ9.99.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnLastDate PIC X(8).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnAck PIC X(13).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnStatus PIC X(10).

               1 AckHeadLine.
                   2 FILLER PIC X(50)
                       VALUE " Dispatches awaiting acknowledgment".

               1 AckHeadLine2.
                   2 FILLER PIC X(10) VALUE " Code".
                   2 FILLER PIC X(13) VALUE "Partner".
                   2 FILLER PIC X(9) VALUE "Sent".
                   2 FILLER PIC X(8) VALUE "Records".
                   2 FILLER PIC X(18) VALUE "     Control total".
                   2 FILLER PIC X(10) VALUE "  Days out".

               1 AckLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnOdCode PIC X(8).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnOdPartner PIC X(12).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnOdDate PIC 9(8).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnOdRecords PIC ZZZZZZ9.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnOdControl PIC ZZ,ZZZ,ZZZ,ZZ9.99.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnOdAge PIC ZZZZZZ9.
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnOdFlag PIC X(7).

               1 UnHeadLine.
                   2 FILLER PIC X(50)
                       VALUE " Logged under codes not on the register".

               1 UnLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnUnCode PIC X(8).
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnUnEvent PIC X(12).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnUnRecords PIC ZZZZZZ9.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnUnControl PIC ZZ,ZZZ,ZZZ,ZZ9.99.

               1 TotalLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnTotLabel PIC X(30).
                   2 PrnTotCount PIC ZZZZ9.

      *    Standard report identification and catalog registration.
               1 WSBnrFunction PIC X(1).
               1 WSBnrReportName PIC X(20) VALUE "IfaceRpt".
               1 WSBnrRequestor PIC X(8) VALUE "BATCH".
               1 WSBnrCount PIC 9(7) VALUE ZERO.
               1 WSBnrLine1 PIC X(80).
               1 WSBnrLine2 PIC X(80).

               1 WSCatReportName PIC X(20).
               1 WSCatFileName PIC X(100).
               1 WSCatPages PIC 9(4) VALUE ZERO.
               1 WSCatRecords PIC 9(7) VALUE ZERO.

      *    Run-log work area handed to the shared RunLog subprogram.
               1 WSLogStepName PIC X(20) VALUE "IfaceRpt".
               1 WSLogEvent PIC X(1).
               1 WSLogRecords PIC 9(7) VALUE ZERO.
               1 WSLogRejects PIC 9(7) VALUE ZERO.
               1 WSLogRC PIC 9(4) VALUE ZERO.
               1 WSLogCapacity PIC 9(5) VALUE ZERO.

      *|==============================================================|

       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               MOVE FUNCTION CURRENT-DATE(1:14) TO WSNowStamp
               COMPUTE WSNowMinutes = WSNowHour * 60 + WSNowMin
               ACCEPT WSBizDateParm FROM ENVIRONMENT "CUSTBIZDATE"
                   ON EXCEPTION
                       MOVE SPACES TO WSBizDateParm
               END-ACCEPT
               IF WSBizDateParm = SPACES
                   MOVE WSNowDate TO WSRunDate
               ELSE
                   MOVE WSBizDateParm TO WSRunDate
               END-IF
               ACCEPT WSIfaceDefFileName FROM ENVIRONMENT
                       "CUSTIFACEDEF"
                   ON EXCEPTION
                       MOVE "IfaceDef.dat" TO WSIfaceDefFileName
               END-ACCEPT
               ACCEPT WSIfaceLogFileName FROM ENVIRONMENT
                       "CUSTIFACELOG"
                   ON EXCEPTION
                       MOVE "IfaceLog.dat" TO WSIfaceLogFileName
               END-ACCEPT
               ACCEPT WSReportFileName FROM ENVIRONMENT
                       "CUSTIFACERPT"
                   ON EXCEPTION
                       MOVE "IfaceRpt.rpt" TO WSReportFileName
               END-ACCEPT
               MOVE 'S' TO WSLogEvent
               PERFORM WriteRunLogRecord
               PERFORM LoadRegister
               PERFORM ScanIfaceLog
               PERFORM PrintStatusReport
               MOVE "IfaceRpt" TO WSCatReportName
               MOVE WSReportFileName TO WSCatFileName
               MOVE WSRgCount TO WSCatRecords
               CALL 'RptCatalog' USING WSCatReportName
                   WSCatFileName WSCatPages WSCatRecords
               DISPLAY "IfaceRpt: " WSRunDate " -- " WSTotReceived
                   " received, " WSTotSent " sent, " WSTotAcked
                   " acknowledged, " WSTotOverdue " overdue."
               IF WSTotOverdue > ZERO OR WSTotAckOverdue > ZERO
                   MOVE 4 TO WSLogRC
               END-IF
               IF WSOdDropped > ZERO
                   DISPLAY "IfaceRpt: " WSOdDropped
                       " unacknowledged dispatches past the table "
                       "were not listed."
                   MOVE 4 TO WSLogRC
               END-IF
               MOVE 'E' TO WSLogEvent
               MOVE WSRgCount TO WSLogRecords
               MOVE WSTotOverdue TO WSLogRejects
               PERFORM WriteRunLogRecord
               MOVE ZERO TO RETURN-CODE
               GOBACK.

      *|==============================================================|
      *    LoadRegister takes the register whole, working out each
      *    file's latest schedule day on or before the business
      *    date the way Watchdog does.
      *|==============================================================|

           LoadRegister.
               MOVE 'N' TO WSEOF
               OPEN INPUT IfaceDefFile
               IF NOT WSIfaceDefOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ IfaceDefFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF WSRgCount < 100
                               PERFORM NoteOneInterface
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE IfaceDefFile.

           NoteOneInterface.
               ADD 1 TO WSRgCount
               INITIALIZE RegisterEntry(WSRgCount)
               MOVE IfdCode TO RgCode(WSRgCount)
               MOVE IfdDirection TO RgDirection(WSRgCount)
               MOVE IfdPartner TO RgPartner(WSRgCount)
               MOVE IfdSchedule TO RgSchedule(WSRgCount)
               MOVE IfdSchedDay TO RgSchedDay(WSRgCount)
               MOVE IfdDeadline TO RgDeadline(WSRgCount)
               MOVE IfdAckDays TO RgAckDays(WSRgCount)
               PERFORM WorkOutDueDate
               MOVE WSDueWork TO RgDueDate(WSRgCount).

           WorkOutDueDate.
               MOVE WSRunDate TO WSDueWork
               EVALUATE TRUE
                   WHEN IfdOnRequest
                       MOVE ZERO TO WSDueWork
                   WHEN IfdWeekly
                       MOVE 'W' TO WSDateCalcOp
                       CALL 'DateCalc' USING WSDateCalcOp WSRunDate
                           WSDateCalcDate2 WSDateCalcDays
                           WSDateCalcResult WSDateCalcDow
                           WSDateCalcValid
                       COMPUTE WSBackDays = WSDateCalcDow - IfdSchedDay
                       IF WSBackDays < ZERO
                           ADD 7 TO WSBackDays
                       END-IF
                       MOVE 'A' TO WSDateCalcOp
                       COMPUTE WSDateCalcDays = ZERO - WSBackDays
                       CALL 'DateCalc' USING WSDateCalcOp WSRunDate
                           WSDateCalcDate2 WSDateCalcDays
                           WSDateCalcResult WSDateCalcDow
                           WSDateCalcValid
                       IF WSDateCalcValid = 'Y'
                           MOVE WSDateCalcResult TO WSDueWork
                       ELSE
                           MOVE ZERO TO WSDueWork
                       END-IF
                   WHEN IfdMonthly
                       IF WSDueDay < IfdSchedDay
                           IF WSDueMonth = 1
                               MOVE 12 TO WSDueMonth
                               SUBTRACT 1 FROM WSDueYear
                           ELSE
                               SUBTRACT 1 FROM WSDueMonth
                           END-IF
                       END-IF
                       MOVE IfdSchedDay TO WSDueDay
               END-EVALUATE.

      *|==============================================================|
      *    ScanIfaceLog folds the log, oldest first, up to the
      *    business date: tonight's counts, the last date each file
      *    came or went, whether it has since its schedule day, and
      *    which dispatches still wait on an acknowledgment.
      *|==============================================================|

           ScanIfaceLog.
               MOVE 'N' TO WSEOF
               OPEN INPUT IfaceLogFile
               IF NOT WSIfaceLogOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ IfaceLogFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF IflBizDate NOT > WSRunDate
                               PERFORM NoteOneEvent
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE IfaceLogFile.

           NoteOneEvent.
               MOVE ZERO TO WSRgFound
               PERFORM VARYING WSRgIdx FROM 1 BY 1
                       UNTIL WSRgIdx > WSRgCount
                           OR WSRgFound > ZERO
                   IF RgCode(WSRgIdx) = IflCode
                       MOVE WSRgIdx TO WSRgFound
                   END-IF
               END-PERFORM
               IF IflBizDate = WSRunDate
                   PERFORM CountTodaysEvent
               END-IF
               IF WSRgFound = ZERO
                   EXIT PARAGRAPH
               END-IF
               IF IflAcknowledged
                   MOVE IflBizDate TO RgLastAck(WSRgFound)
                   PERFORM ClearOutstanding
                   EXIT PARAGRAPH
               END-IF
               MOVE IflBizDate TO RgLastDate(WSRgFound)
               IF RgDueDate(WSRgFound) NOT = ZERO
                   AND IflBizDate NOT < RgDueDate(WSRgFound)
                   SET RgSinceDue(WSRgFound) TO TRUE
               END-IF
               IF IflBizDate = WSRunDate
                   ADD IflRecords TO RgTodayRecords(WSRgFound)
                   ADD IflControl TO RgTodayControl(WSRgFound)
                   IF IflRefused
                       IF NOT RgTodayDone(WSRgFound)
                           SET RgTodayRefused(WSRgFound) TO TRUE
                       END-IF
                   ELSE
                       SET RgTodayDone(WSRgFound) TO TRUE
                   END-IF
               END-IF
               IF IflSent AND RgAckDays(WSRgFound) > ZERO
                   IF WSOdCount < WSOdMax
                       ADD 1 TO WSOdCount
                       MOVE IflCode TO OdCode(WSOdCount)
                       MOVE IflBizDate TO OdDate(WSOdCount)
                       MOVE IflRecords TO OdRecords(WSOdCount)
                       MOVE IflControl TO OdControl(WSOdCount)
                   ELSE
                       ADD 1 TO WSOdDropped
                   END-IF
               END-IF.

           CountTodaysEvent.
               EVALUATE TRUE
                   WHEN IflReceived
                       ADD 1 TO WSTotReceived
                   WHEN IflRefused
                       ADD 1 TO WSTotRefused
                   WHEN IflSent
                       ADD 1 TO WSTotSent
                   WHEN IflAcknowledged
                       ADD 1 TO WSTotAcked
               END-EVALUATE
               IF WSRgFound = ZERO AND WSUnCount < 50
                   ADD 1 TO WSUnCount
                   MOVE IflCode TO UnCode(WSUnCount)
                   MOVE IflEvent TO UnEvent(WSUnCount)
                   MOVE IflRecords TO UnRecords(WSUnCount)
                   MOVE IflControl TO UnControl(WSUnCount)
               END-IF.

      *    An acknowledgment answers every dispatch of its file
      *    before it; the rest of the table closes up behind.
           ClearOutstanding.
               MOVE ZERO TO WSOdKeep
               PERFORM VARYING WSOdIdx FROM 1 BY 1
                       UNTIL WSOdIdx > WSOdCount
                   IF OdCode(WSOdIdx) NOT = IflCode
                       ADD 1 TO WSOdKeep
                       IF WSOdKeep NOT = WSOdIdx
                           MOVE OutstandingEntry(WSOdIdx)
                               TO OutstandingEntry(WSOdKeep)
                       END-IF
                   END-IF
               END-PERFORM
               MOVE WSOdKeep TO WSOdCount.

      *|==============================================================|
      *    PrintStatusReport writes the register's status lines,
      *    the dispatches awaiting acknowledgment, the unregistered
      *    codes, and the night's totals.
      *|==============================================================|

           PrintStatusReport.
               OPEN OUTPUT IfaceRptFile
               MOVE 'B' TO WSBnrFunction
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   WSBnrRequestor WSBnrCount WSBnrLine1 WSBnrLine2
               WRITE IfaceRptLine FROM WSBnrLine1
               WRITE IfaceRptLine FROM WSBnrLine2
               MOVE WSRunDate TO PrnHeadDate
               WRITE IfaceRptLine FROM HeadLine1
                   AFTER ADVANCING 1 LINE
               WRITE IfaceRptLine FROM HeadLine2
                   AFTER ADVANCING 2 LINES
               PERFORM VARYING WSRgIdx FROM 1 BY 1
                       UNTIL WSRgIdx > WSRgCount
                   PERFORM PrintOneInterface
               END-PERFORM
               IF WSOdCount > ZERO
                   WRITE IfaceRptLine FROM AckHeadLine
                       AFTER ADVANCING 3 LINES
                   WRITE IfaceRptLine FROM AckHeadLine2
                       AFTER ADVANCING 2 LINES
                   PERFORM VARYING WSOdIdx FROM 1 BY 1
                           UNTIL WSOdIdx > WSOdCount
                       PERFORM PrintOneDispatch
                   END-PERFORM
               END-IF
               IF WSUnCount > ZERO
                   WRITE IfaceRptLine FROM UnHeadLine
                       AFTER ADVANCING 3 LINES
                   PERFORM VARYING WSUnIdx FROM 1 BY 1
                           UNTIL WSUnIdx > WSUnCount
                       PERFORM PrintOneUnregistered
                   END-PERFORM
               END-IF
               MOVE "Files received" TO PrnTotLabel
               MOVE WSTotReceived TO PrnTotCount
               WRITE IfaceRptLine FROM TotalLine
                   AFTER ADVANCING 3 LINES
               MOVE "Files received and refused" TO PrnTotLabel
               MOVE WSTotRefused TO PrnTotCount
               WRITE IfaceRptLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE "Files sent" TO PrnTotLabel
               MOVE WSTotSent TO PrnTotCount
               WRITE IfaceRptLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE "Acknowledgments received" TO PrnTotLabel
               MOVE WSTotAcked TO PrnTotCount
               WRITE IfaceRptLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE "Files overdue" TO PrnTotLabel
               MOVE WSTotOverdue TO PrnTotCount
               WRITE IfaceRptLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE "Dispatches awaiting ack" TO PrnTotLabel
               MOVE WSTotAwaiting TO PrnTotCount
               WRITE IfaceRptLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE "Acknowledgments overdue" TO PrnTotLabel
               MOVE WSTotAckOverdue TO PrnTotCount
               WRITE IfaceRptLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE 'T' TO WSBnrFunction
               MOVE WSRgCount TO WSBnrCount
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   WSBnrRequestor WSBnrCount WSBnrLine1 WSBnrLine2
               WRITE IfaceRptLine FROM WSBnrLine1
               CLOSE IfaceRptFile.

           PrintOneInterface.
               MOVE RgCode(WSRgIdx) TO PrnCode
               MOVE RgPartner(WSRgIdx) TO PrnPartner
               MOVE RgDirection(WSRgIdx) TO PrnDirection
               MOVE RgSchedule(WSRgIdx) TO PrnSchedule
               MOVE RgSchedDay(WSRgIdx) TO PrnSchedDay
               MOVE RgDeadline(WSRgIdx) TO PrnDeadline
               MOVE RgTodayRecords(WSRgIdx) TO PrnRecords
               MOVE RgTodayControl(WSRgIdx) TO PrnControl
               MOVE SPACES TO PrnLastDate
               IF RgLastDate(WSRgIdx) NOT = ZERO
                   MOVE RgLastDate(WSRgIdx) TO PrnLastDate
               END-IF
               PERFORM JudgeStatus
               PERFORM JudgeAcknowledgment
               WRITE IfaceRptLine FROM StatusLine
                   AFTER ADVANCING 1 LINE.

           JudgeStatus.
               MOVE RgDeadline(WSRgIdx) TO WSHHMMWork
               COMPUTE WSDeadMinutes = WSHHMMHour * 60 + WSHHMMMin
               EVALUATE TRUE
                   WHEN RgTodayDone(WSRgIdx)
                       IF RgInbound(WSRgIdx)
                           MOVE "RECEIVED" TO PrnStatus
                       ELSE
                           MOVE "SENT" TO PrnStatus
                       END-IF
                   WHEN RgTodayRefused(WSRgIdx)
                       MOVE "REFUSED" TO PrnStatus
                   WHEN RgSinceDue(WSRgIdx)
                       MOVE "CURRENT" TO PrnStatus
                   WHEN RgDueDate(WSRgIdx) = ZERO
                       MOVE "NOT DUE" TO PrnStatus
                   WHEN WSNowDate > WSRunDate
                   WHEN WSNowMinutes > WSDeadMinutes
                       MOVE "OVERDUE" TO PrnStatus
                       ADD 1 TO WSTotOverdue
                   WHEN OTHER
                       MOVE "AWAITED" TO PrnStatus
               END-EVALUATE.

      *    JudgeAcknowledgment reports the oldest dispatch still
      *    unanswered, or else the last acknowledgment received.
           JudgeAcknowledgment.
               MOVE SPACES TO PrnAck
               MOVE ZERO TO WSAckOldest WSAckPending
               PERFORM VARYING WSOdIdx FROM 1 BY 1
                       UNTIL WSOdIdx > WSOdCount
                   IF OdCode(WSOdIdx) = RgCode(WSRgIdx)
                       ADD 1 TO WSAckPending
                       IF WSAckOldest = ZERO
                           MOVE OdDate(WSOdIdx) TO WSAckOldest
                       END-IF
                   END-IF
               END-PERFORM
               IF WSAckPending = ZERO
                   IF RgLastAck(WSRgIdx) NOT = ZERO
                       STRING "ACK " RgLastAck(WSRgIdx)
                           DELIMITED BY SIZE INTO PrnAck
                       END-STRING
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               PERFORM AgeDispatch
               IF WSAckAge > RgAckDays(WSRgIdx)
                   MOVE "ACK OVERDUE" TO PrnAck
               ELSE
                   MOVE "AWAITING ACK" TO PrnAck
               END-IF.

           AgeDispatch.
               MOVE 'D' TO WSDateCalcOp
               CALL 'DateCalc' USING WSDateCalcOp WSAckOldest
                   WSRunDate WSAckAge WSDateCalcResult
                   WSDateCalcDow WSDateCalcValid
               IF WSDateCalcValid NOT = 'Y'
                   MOVE ZERO TO WSAckAge
               END-IF.

           PrintOneDispatch.
               MOVE OdCode(WSOdIdx) TO PrnOdCode
               MOVE SPACES TO PrnOdPartner
               PERFORM VARYING WSRgIdx FROM 1 BY 1
                       UNTIL WSRgIdx > WSRgCount
                   IF RgCode(WSRgIdx) = OdCode(WSOdIdx)
                       MOVE RgPartner(WSRgIdx) TO PrnOdPartner
                       MOVE WSRgIdx TO WSRgFound
                   END-IF
               END-PERFORM
               MOVE OdDate(WSOdIdx) TO PrnOdDate
               MOVE OdRecords(WSOdIdx) TO PrnOdRecords
               MOVE OdControl(WSOdIdx) TO PrnOdControl
               MOVE OdDate(WSOdIdx) TO WSAckOldest
               PERFORM AgeDispatch
               MOVE WSAckAge TO PrnOdAge
               ADD 1 TO WSTotAwaiting
               IF WSAckAge > RgAckDays(WSRgFound)
                   MOVE "OVERDUE" TO PrnOdFlag
                   ADD 1 TO WSTotAckOverdue
               ELSE
                   MOVE SPACES TO PrnOdFlag
               END-IF
               WRITE IfaceRptLine FROM AckLine
                   AFTER ADVANCING 1 LINE.

           PrintOneUnregistered.
               MOVE UnCode(WSUnIdx) TO PrnUnCode
               EVALUATE UnEvent(WSUnIdx)
                   WHEN 'R'
                       MOVE "received" TO PrnUnEvent
                   WHEN 'X'
                       MOVE "refused" TO PrnUnEvent
                   WHEN 'S'
                       MOVE "sent" TO PrnUnEvent
                   WHEN OTHER
                       MOVE "acknowledged" TO PrnUnEvent
               END-EVALUATE
               MOVE UnRecords(WSUnIdx) TO PrnUnRecords
               MOVE UnControl(WSUnIdx) TO PrnUnControl
               WRITE IfaceRptLine FROM UnLine
                   AFTER ADVANCING 1 LINE.

           WriteRunLogRecord.
               CALL 'RunLog' USING WSLogStepName WSLogEvent
                   WSLogRecords WSLogRejects WSLogRC
                   WSLogCapacity.

      *|==============================================================|
