      *|==============================================================|
      *    NotifyLog.cpy
      *    Shared notification-log record layout (CUSTNTFLOG,
      *    default NotifyLog.dat). NotifySend appends one line per
      *    queued event it judged: sent (with the message Id,
      *    channel and address handed to the vendor) or held back
      *    and why. NotifyStat appends a second line under the same
      *    message Id for each delivery status the vendor reports
      *    back. Append-only; the latest line per message Id
      *    carries its state.
      *|==============================================================|

           1 NotifyLogRecord.
               2 NLogMsgId PIC X(14).
               2 NLogIDNum PIC 9(7).
               2 NLogEvent PIC X(2).
               2 NLogEventDate PIC 9(8).
               2 NLogDate PIC 9(8).
               2 NLogKind PIC X(1).
                   88 NLogSendLine VALUE 'S'.
                   88 NLogStatusLine VALUE 'D'.
               2 NLogChannel PIC X(1).
                   88 NLogEmail VALUE 'E'.
                   88 NLogSms VALUE 'S'.
               2 NLogAddress PIC X(30).
               2 NLogOutcome PIC X(1).
                   88 NLogSent VALUE 'S'.
                   88 NLogNoChannel VALUE 'N'.
                   88 NLogSuppressed VALUE 'U'.
                   88 NLogLegalHold VALUE 'H'.
                   88 NLogRepeat VALUE 'R'.
                   88 NLogNotActive VALUE 'X'.
                   88 NLogDelivered VALUE 'D'.
                   88 NLogBounced VALUE 'B'.
                   88 NLogFailed VALUE 'F'.
               2 NLogReason PIC X(30).
