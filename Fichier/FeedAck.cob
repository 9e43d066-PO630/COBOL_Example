      *    steps write many journal entries within one second, and
      *    that count is what lets the next cycle resume mid-second
      *    without losing the rest of it.
      *
      *    An acknowledgment taken is logged under CHGFEED, the code of
      *    the feed it answers, on the interface log (IfaceLog); one
      *    refused is not.
      *|==============================================================|

       ENVIRONMENT DIVISION.
               1 WSStampFound PIC X(1).
                   88 WSAckStampKnown VALUE 'Y'.

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
               ACCEPT WSStateFileName FROM ENVIRONMENT "CUSTFEEDSTATE"
                   ON EXCEPTION
                       MOVE "FeedState.dat" TO WSStateFileName
               MOVE WSNewSame TO WSAckedSame
               MOVE WSAckedSeqIn TO WSAckedSeq
               PERFORM WriteFeedState
               MOVE 'A' TO WSIfcEvent
               PERFORM WriteIfaceLogRecord
               DISPLAY "Feed acknowledged through sequence "
                   WSAckedSeq "."
               GOBACK.
               WRITE FeedStateRecord
               CLOSE StateFile.

           WriteIfaceLogRecord.
               CALL 'IfaceLog' USING WSIfcCode WSIfcEvent
                   WSIfcRecords WSIfcControl WSIfcFileDate.

      *|==============================================================|
