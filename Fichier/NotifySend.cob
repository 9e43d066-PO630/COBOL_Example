      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. NotifySend.

      *|==============================================================|
      *    NotifySend is the nightly step that turns the customer
      *    events queued through NotifyQ (CUSTNTFQ, default
      *    NotifyQueue.dat) into the outbound message file our email
      *    and text-message vendor collects (CUSTNTFOUT, default
      *    NotifyOut.dat), one message a line under a message Id of
      *    the business date and a six-digit number.
      *
      *    Each event is judged before anything goes out:
      *      - the customer must be on file and active;
      *      - a customer under a legal hold (LegalCheck) is never
      *        messaged;
      *      - the over-limit and broken-plan reminders, raised
      *        every night the condition stands, go at most once in
      *        CUSTNTFGAP days (default 7) per customer and event;
      *        a payment received, a broken promise and returned mail
      *        always go;
      *      - the channel follows CustPreferredContact: email for
      *        'E', text for 'P', and for mail or no preference
      *        email when there is a usable address, else text. When
      *        the preferred channel cannot be used the other is
      *        tried. An address must pass ContactVal and the
      *        channel must be allowed by SuppCheck ('E' for email,
      *        'P' for text).
      *    Every judgment is appended to the notification log
      *    (CUSTNTFLOG, default NotifyLog.dat, NotifyLog.cpy): sent
      *    with its message Id, or held back and why. The queue is
      *    emptied once the night's file is written; the outbound
      *    file is written afresh each night, empty when nothing was
      *    queued, so the vendor never collects yesterday's messages
      *    twice. NotifyStat reads the vendor's delivery report back
      *    against the log.
      *
      *    Each night's outbound file is logged under NTFOUT on the
      *    interface log (IfaceLog) with its message count; NotifyStat
      *    logs the vendor's delivery report under the same code.
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT CustomerFile ASSIGN TO WSCustFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS IDNum
                   ALTERNATE RECORD KEY IS LastName
                       WITH DUPLICATES
                   FILE STATUS IS WSFileStatus.

               SELECT QueueFile ASSIGN TO WSQueueFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSQueueStatus.

               SELECT OutboundFile ASSIGN TO WSOutFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSOutStatus.

               SELECT LogFile ASSIGN TO WSLogFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSLogFileStatus.

      *|==============================================================|

       DATA DIVISION.

           FILE SECTION.

               FD CustomerFile.
                   COPY "CustRec.cpy".

               FD QueueFile.
                   COPY "NotifyRec.cpy".

      *    The vendor's outbound layout: message Id, channel ('E'
      *    email, 'S' text), address, and the message itself.
               FD OutboundFile.
                   1 NotifyOutRecord.
                       2 NOutMsgId PIC X(14).
                       2 NOutChannel PIC X(1).
                       2 NOutAddress PIC X(30).
                       2 NOutIDNum PIC 9(7).
                       2 NOutEvent PIC X(2).
                       2 NOutName PIC X(31).
                       2 NOutText PIC X(100).

               FD LogFile.
                   COPY "NotifyLog.cpy".

           WORKING-STORAGE SECTION.

               1 WSCustFileName PIC X(100).
               1 WSQueueFileName PIC X(100).
               1 WSOutFileName PIC X(100).
               1 WSLogFileName PIC X(100).

               1 WSFileStatus PIC X(2).
                   88 WSFileOK VALUE '00'.
               1 WSQueueStatus PIC X(2).
                   88 WSQueueOK VALUE '00'.
               1 WSOutStatus PIC X(2).
                   88 WSOutOK VALUE '00'.
               1 WSLogFileStatus PIC X(2).
                   88 WSLogFileOK VALUE '00'.
                   88 WSLogFileMissing VALUE '35'.

               1 WSEOF PIC X(1).
                   88 WSAtEOF VALUE 'Y'.

               1 WSBizDateParm PIC X(8).
               1 WSRunDate PIC 9(8).
               1 WSGapParm PIC X(3).
               1 WSGapDays PIC 9(3) VALUE 7.

      *    Message Ids: the business date and a number that carries
      *    on past any already on the log for the date, so a rerun
      *    never reuses one.
               1 WSMsgSeq PIC 9(6) VALUE ZERO.
               1 WSMsgIdParts.
                   2 WSMsgIdDate PIC 9(8).
                   2 WSMsgIdSeq PIC 9(6).
               1 WSLogSeq PIC 9(6).

      *    Reminders already sent inside the gap, per customer and
      *    event, off the log and off tonight's own sends.
               1 WSRecentMax PIC 9(4) VALUE 5000.
               1 WSRecentCount PIC 9(4) VALUE ZERO.
               1 WSRecentIdx PIC 9(4).
               1 RecentTable.
                   2 RecentEntry OCCURS 5000 TIMES.
                       3 RcIDNum PIC 9(7).
                       3 RcEvent PIC X(2).
               1 WSRecentId PIC 9(7).
               1 WSRecentEvent PIC X(2).
               1 WSRecentFlag PIC X(1).
                   88 WSSentRecently VALUE 'Y'.
               1 WSRecentFullFlag PIC X(1) VALUE 'N'.
                   88 WSRecentFull VALUE 'Y'.

               1 WSAgeDays PIC S9(7).
               1 WSDateCalcOp PIC X(1).
               1 WSDateCalcResult PIC 9(8).
               1 WSDateCalcDow PIC 9(1).
               1 WSDateCalcValid PIC X(1).

      *    The channel settled for one event.
               1 WSChannel PIC X(1).
                   88 WSChannelEmail VALUE 'E'.
                   88 WSChannelSms VALUE 'S'.
                   88 WSNoChannel VALUE SPACE.
               1 WSAddress PIC X(30).
               1 WSBlockedFlag PIC X(1).
                   88 WSChannelBlocked VALUE 'Y'.

               1 WSCtvFunction PIC X(1).
               1 WSCtvValue PIC X(30).
               1 WSCtvValid PIC X(1).
                   88 WSContactValOK VALUE 'Y'.

               1 WSSuppChannel PIC X(1).
               1 WSSuppAnswer PIC X(1).
                   88 WSContactable VALUE 'Y'.

               1 WSLegalAnswer PIC X(1).
                   88 WSLegalHeld VALUE 'Y'.
               1 WSLegalType PIC X(1).
               1 WSLegalName PIC X(10).

               1 WSShowAmount PIC Z(6)9.99.

               1 WSQueuedCount PIC 9(7) VALUE ZERO.
               1 WSSentCount PIC 9(7) VALUE ZERO.
               1 WSEmailCount PIC 9(7) VALUE ZERO.
               1 WSSmsCount PIC 9(7) VALUE ZERO.
               1 WSHeldCount PIC 9(7) VALUE ZERO.

      *    Run-log work area handed to the shared RunLog subprogram.
               1 WSLogStepName PIC X(20) VALUE "NotifySend".
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
               ACCEPT WSCustFileName FROM ENVIRONMENT "CUSTMSTR"
                   ON EXCEPTION
                       MOVE "test.dat" TO WSCustFileName
               END-ACCEPT
               ACCEPT WSQueueFileName FROM ENVIRONMENT "CUSTNTFQ"
                   ON EXCEPTION
                       MOVE "NotifyQueue.dat" TO WSQueueFileName
               END-ACCEPT
               ACCEPT WSOutFileName FROM ENVIRONMENT "CUSTNTFOUT"
                   ON EXCEPTION
                       MOVE "NotifyOut.dat" TO WSOutFileName
               END-ACCEPT
               ACCEPT WSLogFileName FROM ENVIRONMENT "CUSTNTFLOG"
                   ON EXCEPTION
                       MOVE "NotifyLog.dat" TO WSLogFileName
               END-ACCEPT
               ACCEPT WSGapParm FROM ENVIRONMENT "CUSTNTFGAP"
                   ON EXCEPTION
                       MOVE SPACES TO WSGapParm
               END-ACCEPT
               IF WSGapParm NOT = SPACES
                   MOVE WSGapParm TO WSGapDays
               END-IF
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
               OPEN INPUT CustomerFile
               IF NOT WSFileOK
                   DISPLAY "NotifySend: customer file will not "
                       "open: " WSFileStatus
                   MOVE 16 TO WSLogRC
                   PERFORM FinishRun
                   GOBACK
               END-IF
               OPEN OUTPUT OutboundFile
               IF NOT WSOutOK
                   DISPLAY "NotifySend: outbound file "
                       FUNCTION TRIM(WSOutFileName)
                       " will not open: " WSOutStatus
                   CLOSE CustomerFile
                   MOVE 16 TO WSLogRC
                   PERFORM FinishRun
                   GOBACK
               END-IF
               PERFORM LoadRecentSends
               OPEN EXTEND LogFile
               IF WSLogFileMissing
                   OPEN OUTPUT LogFile
               END-IF
               OPEN INPUT QueueFile
               IF WSQueueOK
                   MOVE 'N' TO WSEOF
                   PERFORM UNTIL WSAtEOF
                       READ QueueFile
                           AT END SET WSAtEOF TO TRUE
                           NOT AT END
                               PERFORM JudgeOneEvent
                       END-READ
                   END-PERFORM
                   CLOSE QueueFile
      *    Everything queued is now on the log one way or the
      *    other; the queue starts the next day empty.
                   OPEN OUTPUT QueueFile
                   CLOSE QueueFile
               ELSE
                   DISPLAY "NotifySend: nothing queued."
               END-IF
               CLOSE CustomerFile LogFile OutboundFile
               MOVE 'S' TO WSIfcEvent
               MOVE WSSentCount TO WSIfcRecords
               MOVE WSRunDate TO WSIfcFileDate
               PERFORM WriteIfaceLogRecord
               DISPLAY "NotifySend: " WSQueuedCount " events, "
                   WSSentCount " sent (" WSEmailCount " email, "
                   WSSmsCount " text), " WSHeldCount " held back."
               PERFORM FinishRun
               GOBACK.

           FinishRun.
               MOVE 'E' TO WSLogEvent
               MOVE WSSentCount TO WSLogRecords
               MOVE WSHeldCount TO WSLogRejects
               PERFORM WriteRunLogRecord
               MOVE WSLogRC TO RETURN-CODE.

      *|==============================================================|
      *    LoadRecentSends reads the log once: the reminders sent
      *    inside the gap go on the recent table, and the highest
      *    message number already used under the business date is
      *    where tonight's numbering carries on from.
      *|==============================================================|

           LoadRecentSends.
               MOVE 'N' TO WSEOF
               OPEN INPUT LogFile
               IF NOT WSLogFileOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ LogFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF NLogSendLine AND NLogSent
                               PERFORM NoteOneSend
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LogFile
               IF WSRecentFull
                   DISPLAY "NotifySend: more than 5000 recent "
                       "reminders on the log; some may repeat "
                       "inside the gap."
               END-IF.

           NoteOneSend.
               IF NLogMsgId(1:8) = WSRunDate
                   AND NLogMsgId(9:6) IS NUMERIC
                   MOVE NLogMsgId(9:6) TO WSLogSeq
                   IF WSLogSeq > WSMsgSeq
                       MOVE WSLogSeq TO WSMsgSeq
                   END-IF
               END-IF
               IF NLogEvent NOT = 'OL' AND NLogEvent NOT = 'PB'
                   EXIT PARAGRAPH
               END-IF
               MOVE 'D' TO WSDateCalcOp
               CALL 'DateCalc' USING WSDateCalcOp NLogDate
                   WSRunDate WSAgeDays WSDateCalcResult
                   WSDateCalcDow WSDateCalcValid
               IF WSDateCalcValid = 'Y'
                   AND WSAgeDays < WSGapDays
                   MOVE NLogIDNum TO WSRecentId
                   MOVE NLogEvent TO WSRecentEvent
                   PERFORM AddRecentEntry
               END-IF.

           AddRecentEntry.
               IF WSRecentCount < WSRecentMax
                   ADD 1 TO WSRecentCount
                   MOVE WSRecentId TO RcIDNum(WSRecentCount)
                   MOVE WSRecentEvent TO RcEvent(WSRecentCount)
               ELSE
                   SET WSRecentFull TO TRUE
               END-IF.

      *|==============================================================|
      *    JudgeOneEvent decides whether and how one queued event
      *    goes out, and logs the decision either way.
      *|==============================================================|

           JudgeOneEvent.
               ADD 1 TO WSQueuedCount
               MOVE SPACES TO NotifyLogRecord
               MOVE NtfIDNum TO NLogIDNum
               MOVE NtfEvent TO NLogEvent
               MOVE NtfEventDate TO NLogEventDate
               MOVE WSRunDate TO NLogDate
               SET NLogSendLine TO TRUE
               MOVE NtfIDNum TO IDNum
               READ CustomerFile
                   INVALID KEY
                       SET NLogNotActive TO TRUE
                       MOVE "Customer not on file" TO NLogReason
                       PERFORM WriteHeldLine
                       EXIT PARAGRAPH
               END-READ
               IF NOT CustActive
                   SET NLogNotActive TO TRUE
                   MOVE "Customer not active" TO NLogReason
                   PERFORM WriteHeldLine
                   EXIT PARAGRAPH
               END-IF
               CALL 'LegalCheck' USING NtfIDNum WSLegalAnswer
                   WSLegalType WSLegalName
               IF WSLegalHeld
                   SET NLogLegalHold TO TRUE
                   STRING "Legal hold " WSLegalName
                       DELIMITED BY SIZE INTO NLogReason
                   END-STRING
                   PERFORM WriteHeldLine
                   EXIT PARAGRAPH
               END-IF
               IF NtfOverLimit OR NtfPlanBroken
                   PERFORM CheckSentRecently
                   IF WSSentRecently
                       SET NLogRepeat TO TRUE
                       MOVE "Reminder already sent" TO NLogReason
                       PERFORM WriteHeldLine
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               PERFORM ChooseChannel
               IF WSNoChannel
                   IF WSChannelBlocked
                       SET NLogSuppressed TO TRUE
                       MOVE "Do not contact" TO NLogReason
                   ELSE
                       SET NLogNoChannel TO TRUE
                       MOVE "No valid email or phone"
                           TO NLogReason
                   END-IF
                   PERFORM WriteHeldLine
                   EXIT PARAGRAPH
               END-IF
               PERFORM WriteOutboundMessage.

           CheckSentRecently.
               MOVE 'N' TO WSRecentFlag
               PERFORM VARYING WSRecentIdx FROM 1 BY 1
                       UNTIL WSRecentIdx > WSRecentCount
                          OR WSSentRecently
                   IF RcIDNum(WSRecentIdx) = NtfIDNum
                       AND RcEvent(WSRecentIdx) = NtfEvent
                       SET WSSentRecently TO TRUE
                   END-IF
               END-PERFORM.

           WriteHeldLine.
               WRITE NotifyLogRecord
               ADD 1 TO WSHeldCount.

      *|==============================================================|
      *    ChooseChannel tries the customer's preferred channel
      *    first and the other one after it; the first that has an
      *    address passing ContactVal and is allowed by SuppCheck
      *    is the one used.
      *|==============================================================|

           ChooseChannel.
               MOVE SPACE TO WSChannel
               MOVE SPACES TO WSAddress
               MOVE 'N' TO WSBlockedFlag
               IF CustPreferPhone
                   PERFORM TrySms
                   IF WSNoChannel
                       PERFORM TryEmail
                   END-IF
               ELSE
                   PERFORM TryEmail
                   IF WSNoChannel
                       PERFORM TrySms
                   END-IF
               END-IF.

           TryEmail.
               IF CustEmail = SPACES
                   EXIT PARAGRAPH
               END-IF
               MOVE 'E' TO WSCtvFunction
               MOVE CustEmail TO WSCtvValue
               CALL 'ContactVal' USING WSCtvFunction WSCtvValue
                   WSCtvValid
               IF NOT WSContactValOK
                   EXIT PARAGRAPH
               END-IF
               MOVE 'E' TO WSSuppChannel
               CALL 'SuppCheck' USING NtfIDNum WSSuppChannel
                   WSSuppAnswer
               IF NOT WSContactable
                   SET WSChannelBlocked TO TRUE
                   EXIT PARAGRAPH
               END-IF
               SET WSChannelEmail TO TRUE
               MOVE CustEmail TO WSAddress.

           TrySms.
               IF CustPhone = SPACES
                   EXIT PARAGRAPH
               END-IF
               MOVE 'P' TO WSCtvFunction
               MOVE SPACES TO WSCtvValue
               MOVE CustPhone TO WSCtvValue(1:12)
               CALL 'ContactVal' USING WSCtvFunction WSCtvValue
                   WSCtvValid
               IF NOT WSContactValOK
                   EXIT PARAGRAPH
               END-IF
               MOVE 'P' TO WSSuppChannel
               CALL 'SuppCheck' USING NtfIDNum WSSuppChannel
                   WSSuppAnswer
               IF NOT WSContactable
                   SET WSChannelBlocked TO TRUE
                   EXIT PARAGRAPH
               END-IF
               SET WSChannelSms TO TRUE
               MOVE SPACES TO WSAddress
               MOVE CustPhone TO WSAddress(1:12).

      *|==============================================================|
      *    WriteOutboundMessage numbers the message, words it for
      *    the event, and logs it as sent.
      *|==============================================================|

           WriteOutboundMessage.
               ADD 1 TO WSMsgSeq
               MOVE WSRunDate TO WSMsgIdDate
               MOVE WSMsgSeq TO WSMsgIdSeq
               MOVE SPACES TO NotifyOutRecord
               MOVE WSMsgIdParts TO NOutMsgId
               MOVE WSChannel TO NOutChannel
               MOVE WSAddress TO NOutAddress
               MOVE NtfIDNum TO NOutIDNum
               MOVE NtfEvent TO NOutEvent
               IF CustBusiness AND CustCompanyName NOT = SPACES
                   MOVE CustCompanyName TO NOutName
               ELSE
                   STRING FUNCTION TRIM(FirstName) " "
                       FUNCTION TRIM(LastName)
                       DELIMITED BY SIZE INTO NOutName
                   END-STRING
               END-IF
               MOVE NtfAmount TO WSShowAmount
               EVALUATE TRUE
                   WHEN NtfOverLimit
                       STRING "Your balance is "
                           FUNCTION TRIM(WSShowAmount)
                           " over your credit limit. Please "
                           "call us or make a payment."
                           DELIMITED BY SIZE INTO NOutText
                       END-STRING
                   WHEN NtfPlanBroken
                       MOVE "Your payment plan has fallen behind. "
                           & "Please call us to bring it up to date."
                           TO NOutText
                   WHEN NtfPromiseBroken
                       STRING "We have not received the payment of "
                           FUNCTION TRIM(WSShowAmount)
                           " you promised. Please call us."
                           DELIMITED BY SIZE INTO NOutText
                       END-STRING
                   WHEN NtfPaymentRecvd
                       STRING "Thank you -- your payment of "
                           FUNCTION TRIM(WSShowAmount)
                           " has been received."
                           DELIMITED BY SIZE INTO NOutText
                       END-STRING
                   WHEN NtfReturnedMail
                       MOVE "Mail to your address came back to us. "
                           & "Please let us have your new address."
                           TO NOutText
                   WHEN OTHER
                       MOVE "Please contact us about your account."
                           TO NOutText
               END-EVALUATE
               WRITE NotifyOutRecord
               MOVE NOutMsgId TO NLogMsgId
               MOVE WSChannel TO NLogChannel
               MOVE WSAddress TO NLogAddress
               SET NLogSent TO TRUE
               MOVE NtfDetail TO NLogReason
               WRITE NotifyLogRecord
               ADD 1 TO WSSentCount
               IF WSChannelEmail
                   ADD 1 TO WSEmailCount
               ELSE
                   ADD 1 TO WSSmsCount
               END-IF
               IF NtfOverLimit OR NtfPlanBroken
                   MOVE NtfIDNum TO WSRecentId
                   MOVE NtfEvent TO WSRecentEvent
                   PERFORM AddRecentEntry
               END-IF.

           WriteRunLogRecord.
               CALL 'RunLog' USING WSLogStepName WSLogEvent
                   WSLogRecords WSLogRejects WSLogRC
                   WSLogCapacity.

           WriteIfaceLogRecord.
               CALL 'IfaceLog' USING WSIfcCode WSIfcEvent
                   WSIfcRecords WSIfcControl WSIfcFileDate.

      *|==============================================================|
