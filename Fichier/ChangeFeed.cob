      *        'H' + first seq + last acked stamp     header
      *        'D' + seq + type + Id + stamp + image  one per change
      *        'T' + last seq + record count          trailer
      *
      *    Each cycle's feed is logged under CHGFEED on the interface
      *    log (IfaceLog) with its delta count; FeedAck logs the
      *    consumer's acknowledgment under the same code.
      *|==============================================================|

       ENVIRONMENT DIVISION.
               1 WSFeedStatus PIC X(2).
                   88 WSFeedOK VALUE '00'.

      *    Interface-log work area handed to the shared IfaceLog
      *    subprogram.
               1 WSIfcCode PIC X(8) VALUE "CHGFEED".
               1 WSIfcEvent PIC X(1).
               1 WSIfcRecords PIC 9(7) VALUE ZERO.
               1 WSIfcControl PIC 9(11)V99 VALUE ZERO.
               1 WSIfcFileDate PIC 9(8) VALUE ZERO.

      *|==============================================================|

       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSJournalFileName FROM ENVIRONMENT "CUSTJRNL"
                   ON EXCEPTION
                       MOVE "Journal.log" TO WSJournalFileName
               PERFORM WriteFeedTrailer
               CLOSE FeedFile
               PERFORM WriteFeedState
               MOVE 'S' TO WSIfcEvent
               MOVE WSCycleCount TO WSIfcRecords
               PERFORM WriteIfaceLogRecord
               DISPLAY "Change feed written: " WSCycleCount
                   " deltas, sequences " WSFirstSeq " through "
                   WSLastSentSeq "."
               WRITE FeedStateRecord
               CLOSE StateFile.

           WriteIfaceLogRecord.
               CALL 'IfaceLog' USING WSIfcCode WSIfcEvent
                   WSIfcRecords WSIfcControl WSIfcFileDate.

      *|==============================================================|
