      *    go to CampRespReject.dat with their reason.
      *    The reply file is named by CUSTCAMPRESP, defaulting to
      *    CampResponse.dat.
      *
      *    Each reply file read is logged under CAMPRESP on the
      *    interface log (IfaceLog) with its line count.
      *|==============================================================|

       ENVIRONMENT DIVISION.

               1 WSRejectReason PIC X(30).

      *    Interface-log work area handed to the shared IfaceLog
      *    subprogram.
               1 WSIfcCode PIC X(8) VALUE "CAMPRESP".
               1 WSIfcEvent PIC X(1).
               1 WSIfcRecords PIC 9(7) VALUE ZERO.
               1 WSIfcControl PIC 9(11)V99 VALUE ZERO.
               1 WSIfcFileDate PIC 9(8) VALUE ZERO.

      *|==============================================================|

       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSResponseFileName FROM ENVIRONMENT
                   "CUSTCAMPRESP"
                   ON EXCEPTION
                   END-READ
               END-PERFORM
               CLOSE ResponseFile, ResultFile, RejectFile
               MOVE 'R' TO WSIfcEvent
               COMPUTE WSIfcRecords =
                   WSAcceptedCount + WSRejectedCount
               PERFORM WriteIfaceLogRecord
               DISPLAY "Replies accepted : " WSAcceptedCount
               DISPLAY "Replies rejected : " WSRejectedCount
               IF WSRejectedCount > ZERO
                   WRITE RejectLine
               END-IF.

           WriteIfaceLogRecord.
               CALL 'IfaceLog' USING WSIfcCode WSIfcEvent
                   WSIfcRecords WSIfcControl WSIfcFileDate.

      *|==============================================================|
