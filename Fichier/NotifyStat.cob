      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. NotifyStat.

      *|==============================================================|
      *    NotifyStat takes in the delivery report our email and
      *    text-message vendor returns for the messages NotifySend
      *    handed over (CUSTNTFSTAT, default NotifyStat.dat): one
      *    line per message Id with 'D' delivered, 'B' bounced or
      *    'F' failed, the date and the vendor's reason.
      *
      *    Each status is matched to its message on the
      *    notification log (CUSTNTFLOG, default NotifyLog.dat) and
      *    appended to the log under the same message Id, so the log
      *    answers "did the customer get it". A status already on
      *    the log is not taken twice, so a report read again adds
      *    nothing. Every bounce and failure is listed on the
      *    delivery-failure report (CUSTNTFRPT, default
      *    NotifyFail.rpt) with the customer, channel and address,
      *    as is any message Id the log does not know. A bounced
      *    email is also appended, with its address, to the bounce
      *    file (CUSTBOUNCE, default EmailBounce.dat, BounceRec.cpy)
      *    that ContactScan works from, so the address is chased
      *    before the next message bounces too.
      *
      *    A delivery report that carried statuses is logged under
      *    NTFOUT, the code of the outbound file it answers, on the
      *    interface log (IfaceLog) with its status count.
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT StatusFile ASSIGN TO WSStatusFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSStatusStatus.

               SELECT LogFile ASSIGN TO WSLogFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSLogFileStatus.

               SELECT BounceFile ASSIGN TO WSBounceFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSBounceStatus.

               SELECT FailReport ASSIGN TO WSReportFileName
                   ORGANIZATION IS LINE SEQUENTIAL.

      *|==============================================================|

       DATA DIVISION.

           FILE SECTION.

      *    The vendor's delivery report, one line per message.
               FD StatusFile.
                   1 NotifyStatusRecord.
                       2 NStMsgId PIC X(14).
                       2 NStStatus PIC X(1).
                       2 NStDate PIC 9(8).
                       2 NStReason PIC X(30).

               FD LogFile.
                   COPY "NotifyLog.cpy".

               FD BounceFile.
                   COPY "BounceRec.cpy".

               FD FailReport.
                   1 FailLine PIC X(100).

           WORKING-STORAGE SECTION.

               1 WSStatusFileName PIC X(100).
               1 WSLogFileName PIC X(100).
               1 WSBounceFileName PIC X(100).
               1 WSReportFileName PIC X(100).

               1 WSStatusStatus PIC X(2).
                   88 WSStatusOK VALUE '00'.
               1 WSLogFileStatus PIC X(2).
                   88 WSLogFileOK VALUE '00'.
                   88 WSLogFileMissing VALUE '35'.
               1 WSBounceStatus PIC X(2).
                   88 WSBounceMissing VALUE '35'.

               1 WSEOF PIC X(1).
                   88 WSAtEOF VALUE 'Y'.

               1 WSBizDateParm PIC X(8).
               1 WSRunDate PIC 9(8).

      *    The night's statuses, with what the log says about each
      *    message filled in as the log is read.
               1 WSStatMax PIC 9(4) VALUE 5000.
               1 WSStatCount PIC 9(4) VALUE ZERO.
               1 WSStatIdx PIC 9(4).
               1 StatusTable.
                   2 StatEntry OCCURS 5000 TIMES
                       INDEXED BY StatIdx.
                       3 StMsgId PIC X(14).
                       3 StStatus PIC X(1).
                           88 StDelivered VALUE 'D'.
                           88 StBounced VALUE 'B'.
                           88 StFailed VALUE 'F'.
                       3 StDate PIC 9(8).
                       3 StReason PIC X(30).
                       3 StFound PIC X(1).
                           88 StOnLog VALUE 'Y'.
                       3 StAlready PIC X(1).
                           88 StAlreadyTaken VALUE 'Y'.
                       3 StIDNum PIC 9(7).
                       3 StEvent PIC X(2).
                       3 StEventDate PIC 9(8).
                       3 StChannel PIC X(1).
                           88 StEmail VALUE 'E'.
                       3 StAddress PIC X(30).
               1 WSStatOverflow PIC 9(5) VALUE ZERO.

               1 WSReadCount PIC 9(7) VALUE ZERO.
               1 WSDeliveredCount PIC 9(7) VALUE ZERO.
               1 WSBouncedCount PIC 9(7) VALUE ZERO.
               1 WSFailedCount PIC 9(7) VALUE ZERO.
               1 WSUnknownCount PIC 9(7) VALUE ZERO.
               1 WSAlreadyCount PIC 9(7) VALUE ZERO.
               1 WSBadStatusCount PIC 9(7) VALUE ZERO.

               1 HeadLine1 PIC X(90) VALUE
                   " Message Id     Id      Ev Ch Address          "
                   & "              St Reason".

               1 DetailLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnMsgId PIC X(14).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnIDNum PIC X(7).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnEvent PIC X(2).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnChannel PIC X(2).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnAddress PIC X(30).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnStatus PIC X(2).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnReason PIC X(30).

               1 TotalLine.
                   2 FILLER PIC X(11) VALUE " Delivered ".
                   2 PrnDelivered PIC ZZZZZZ9.
                   2 FILLER PIC X(10) VALUE "  bounced ".
                   2 PrnBounced PIC ZZZZZZ9.
                   2 FILLER PIC X(9) VALUE "  failed ".
                   2 PrnFailed PIC ZZZZZZ9.
                   2 FILLER PIC X(10) VALUE "  unknown ".
                   2 PrnUnknown PIC ZZZZZZ9.

               1 WSBnrFunction PIC X(1).
               1 WSBnrReportName PIC X(20) VALUE "NotifyFail".
               1 WSBnrRequestor PIC X(8) VALUE "BATCH".
               1 WSBnrCount PIC 9(7) VALUE ZERO.
               1 WSBnrLine1 PIC X(80).
               1 WSBnrLine2 PIC X(80).

               1 WSCatReportName PIC X(20).
               1 WSCatFileName PIC X(100).
               1 WSCatPages PIC 9(4) VALUE ZERO.
               1 WSCatRecords PIC 9(7).

      *    Run-log work area handed to the shared RunLog subprogram.
               1 WSLogStepName PIC X(20) VALUE "NotifyStat".
               1 WSLogEvent PIC X(1).
               1 WSLogRecords PIC 9(7) VALUE ZERO.
               1 WSLogRejects PIC 9(7) VALUE ZERO.
               1 WSLogRC PIC 9(4) VALUE ZERO.
               1 WSLogCapacity PIC 9(5) VALUE ZERO.

      *    Interface-log work area handed to the shared IfaceLog
      *    subprogram.
               1 WSIfcCode PIC X(8) VALUE "NTFOUT".
               1 WSIfcEvent PIC X(1).
               1 WSIfcRecords PIC 9(7) VALUE ZERO.
               1 WSIfcControl PIC 9(11)V99 VALUE ZERO.
               1 WSIfcFileDate PIC 9(8) VALUE ZERO.

      *|==============================================================|

       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSStatusFileName FROM ENVIRONMENT "CUSTNTFSTAT"
                   ON EXCEPTION
                       MOVE "NotifyStat.dat" TO WSStatusFileName
               END-ACCEPT
               ACCEPT WSLogFileName FROM ENVIRONMENT "CUSTNTFLOG"
                   ON EXCEPTION
                       MOVE "NotifyLog.dat" TO WSLogFileName
               END-ACCEPT
               ACCEPT WSBounceFileName FROM ENVIRONMENT "CUSTBOUNCE"
                   ON EXCEPTION
                       MOVE "EmailBounce.dat" TO WSBounceFileName
               END-ACCEPT
               ACCEPT WSReportFileName FROM ENVIRONMENT "CUSTNTFRPT"
                   ON EXCEPTION
                       MOVE "NotifyFail.rpt" TO WSReportFileName
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
               PERFORM LoadStatusReport
               PERFORM MatchAgainstLog
               OPEN OUTPUT FailReport
               MOVE 'B' TO WSBnrFunction
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   WSBnrRequestor WSBnrCount WSBnrLine1 WSBnrLine2
               WRITE FailLine FROM WSBnrLine1
               WRITE FailLine FROM WSBnrLine2
               WRITE FailLine FROM HeadLine1
                   AFTER ADVANCING 1 LINE
               IF WSStatCount > ZERO
                   OPEN EXTEND LogFile
                   IF WSLogFileMissing
                       OPEN OUTPUT LogFile
                   END-IF
                   PERFORM VARYING WSStatIdx FROM 1 BY 1
                           UNTIL WSStatIdx > WSStatCount
                       PERFORM ApplyOneStatus
                   END-PERFORM
                   CLOSE LogFile
               END-IF
               MOVE WSDeliveredCount TO PrnDelivered
               MOVE WSBouncedCount TO PrnBounced
               MOVE WSFailedCount TO PrnFailed
               MOVE WSUnknownCount TO PrnUnknown
               WRITE FailLine FROM TotalLine
                   AFTER ADVANCING 2 LINES
               MOVE 'T' TO WSBnrFunction
               COMPUTE WSBnrCount = WSBouncedCount + WSFailedCount
                   + WSUnknownCount
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   WSBnrRequestor WSBnrCount WSBnrLine1 WSBnrLine2
               WRITE FailLine FROM WSBnrLine1
               CLOSE FailReport
               MOVE "NotifyFail" TO WSCatReportName
               MOVE WSReportFileName TO WSCatFileName
               MOVE WSBnrCount TO WSCatRecords
               CALL 'RptCatalog' USING WSCatReportName
                   WSCatFileName WSCatPages WSCatRecords
               DISPLAY "NotifyStat: " WSReadCount " statuses, "
                   WSDeliveredCount " delivered, " WSBouncedCount
                   " bounced, " WSFailedCount " failed, "
                   WSUnknownCount " unknown, " WSAlreadyCount
                   " already taken."
               IF WSReadCount > ZERO
                   MOVE 'A' TO WSIfcEvent
                   MOVE WSReadCount TO WSIfcRecords
                   PERFORM WriteIfaceLogRecord
               END-IF
               MOVE 'E' TO WSLogEvent
               COMPUTE WSLogRecords = WSDeliveredCount
                   + WSBouncedCount + WSFailedCount
               COMPUTE WSLogRejects = WSUnknownCount
                   + WSBadStatusCount
               PERFORM WriteRunLogRecord
               MOVE WSLogRC TO RETURN-CODE
               GOBACK.

      *|==============================================================|
      *    LoadStatusReport takes the vendor's report into the
      *    table. A report longer than the table is cut, and the
      *    cut announced; the lines past it are taken next run.
      *|==============================================================|

           LoadStatusReport.
               MOVE 'N' TO WSEOF
               OPEN INPUT StatusFile
               IF NOT WSStatusOK
                   DISPLAY "NotifyStat: no delivery report at "
                       FUNCTION TRIM(WSStatusFileName)
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ StatusFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           PERFORM NoteOneStatus
                   END-READ
               END-PERFORM
               CLOSE StatusFile
               IF WSStatOverflow > ZERO
                   DISPLAY "NotifyStat: " WSStatOverflow
                       " statuses past the 5000-line table were "
                       "not taken."
               END-IF.

           NoteOneStatus.
               ADD 1 TO WSReadCount
               IF WSStatCount NOT < WSStatMax
                   ADD 1 TO WSStatOverflow
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WSStatCount
               MOVE NStMsgId TO StMsgId(WSStatCount)
               MOVE NStStatus TO StStatus(WSStatCount)
               MOVE NStDate TO StDate(WSStatCount)
               MOVE NStReason TO StReason(WSStatCount)
               MOVE 'N' TO StFound(WSStatCount)
               MOVE 'N' TO StAlready(WSStatCount)
               MOVE ZERO TO StIDNum(WSStatCount)
               MOVE ZERO TO StEventDate(WSStatCount)
               MOVE SPACES TO StEvent(WSStatCount)
               MOVE SPACES TO StChannel(WSStatCount)
               MOVE SPACES TO StAddress(WSStatCount).

      *|==============================================================|
      *    MatchAgainstLog reads the log once: a send line fills in
      *    who the message went to, a status line already carrying
      *    the same status marks the report line as taken before.
      *|==============================================================|

           MatchAgainstLog.
               IF WSStatCount = ZERO
                   EXIT PARAGRAPH
               END-IF
               MOVE 'N' TO WSEOF
               OPEN INPUT LogFile
               IF NOT WSLogFileOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ LogFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF NLogMsgId NOT = SPACES
                               PERFORM MatchOneLogLine
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LogFile.

           MatchOneLogLine.
               SET StatIdx TO 1
               SEARCH StatEntry VARYING StatIdx
                   AT END CONTINUE
                   WHEN StatIdx > WSStatCount
                       CONTINUE
                   WHEN StMsgId(StatIdx) = NLogMsgId
                       IF NLogSendLine
                           MOVE 'Y' TO StFound(StatIdx)
                           MOVE NLogIDNum TO StIDNum(StatIdx)
                           MOVE NLogEvent TO StEvent(StatIdx)
                           MOVE NLogEventDate TO StEventDate(StatIdx)
                           MOVE NLogChannel TO StChannel(StatIdx)
                           MOVE NLogAddress TO StAddress(StatIdx)
                       ELSE
                           IF NLogOutcome = StStatus(StatIdx)
                               MOVE 'Y' TO StAlready(StatIdx)
                           END-IF
                       END-IF
               END-SEARCH.

      *|==============================================================|
      *    ApplyOneStatus logs one status against its message and
      *    lists it when it is anything but delivered.
      *|==============================================================|

           ApplyOneStatus.
               IF NOT StOnLog(WSStatIdx)
                   ADD 1 TO WSUnknownCount
                   MOVE "Message Id not on our log" TO PrnReason
                   PERFORM WriteFailLine
                   EXIT PARAGRAPH
               END-IF
               IF StAlreadyTaken(WSStatIdx)
                   ADD 1 TO WSAlreadyCount
                   EXIT PARAGRAPH
               END-IF
               IF NOT StDelivered(WSStatIdx)
                   AND NOT StBounced(WSStatIdx)
                   AND NOT StFailed(WSStatIdx)
                   ADD 1 TO WSBadStatusCount
                   MOVE "Status not D, B or F" TO PrnReason
                   PERFORM WriteFailLine
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO NotifyLogRecord
               MOVE StMsgId(WSStatIdx) TO NLogMsgId
               MOVE StIDNum(WSStatIdx) TO NLogIDNum
               MOVE StEvent(WSStatIdx) TO NLogEvent
               MOVE StEventDate(WSStatIdx) TO NLogEventDate
               MOVE StDate(WSStatIdx) TO NLogDate
               IF NLogDate = ZERO
                   MOVE WSRunDate TO NLogDate
               END-IF
               SET NLogStatusLine TO TRUE
               MOVE StChannel(WSStatIdx) TO NLogChannel
               MOVE StAddress(WSStatIdx) TO NLogAddress
               MOVE StStatus(WSStatIdx) TO NLogOutcome
               MOVE StReason(WSStatIdx) TO NLogReason
               WRITE NotifyLogRecord
               EVALUATE TRUE
                   WHEN StDelivered(WSStatIdx)
                       ADD 1 TO WSDeliveredCount
                   WHEN StBounced(WSStatIdx)
                       ADD 1 TO WSBouncedCount
                       MOVE StReason(WSStatIdx) TO PrnReason
                       PERFORM WriteFailLine
                       IF StEmail(WSStatIdx)
                           PERFORM WriteBounceRecord
                       END-IF
                   WHEN StFailed(WSStatIdx)
                       ADD 1 TO WSFailedCount
                       MOVE StReason(WSStatIdx) TO PrnReason
                       PERFORM WriteFailLine
               END-EVALUATE.

           WriteFailLine.
               MOVE StMsgId(WSStatIdx) TO PrnMsgId
               IF StOnLog(WSStatIdx)
                   MOVE StIDNum(WSStatIdx) TO PrnIDNum
               ELSE
                   MOVE SPACES TO PrnIDNum
               END-IF
               MOVE StEvent(WSStatIdx) TO PrnEvent
               MOVE StChannel(WSStatIdx) TO PrnChannel
               MOVE StAddress(WSStatIdx) TO PrnAddress
               MOVE StStatus(WSStatIdx) TO PrnStatus
               WRITE FailLine FROM DetailLine
                   AFTER ADVANCING 1 LINE.

           WriteBounceRecord.
               OPEN EXTEND BounceFile
               IF WSBounceMissing
                   OPEN OUTPUT BounceFile
               END-IF
               MOVE StIDNum(WSStatIdx) TO BncIDNum
               MOVE StAddress(WSStatIdx) TO BncEmail
               MOVE NLogDate TO BncDate
               MOVE StReason(WSStatIdx) TO BncReason
               WRITE EmailBounceRecord
               CLOSE BounceFile.

           WriteRunLogRecord.
               CALL 'RunLog' USING WSLogStepName WSLogEvent
                   WSLogRecords WSLogRejects WSLogRC
                   WSLogCapacity.

           WriteIfaceLogRecord.
               CALL 'IfaceLog' USING WSIfcCode WSIfcEvent
                   WSIfcRecords WSIfcControl WSIfcFileDate.

      *|==============================================================|
