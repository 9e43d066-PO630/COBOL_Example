      *    extract now carries are recognized by their non-numeric
      *    lead bytes and skipped. The ack file is CUSTVENDACK,
      *    defaulting to VendorAck.dat.
      *
      *    Each acknowledgment file read is logged under VENDEXT, the
      *    code of the extract it answers, on the interface log
      *    (IfaceLog) with its line count.
      *|==============================================================|

       ENVIRONMENT DIVISION.

               1 WSUnackedCount PIC 9(7) VALUE ZERO.

      *    Interface-log work area handed to the shared IfaceLog
      *    subprogram.
               1 WSIfcCode PIC X(8) VALUE "VENDEXT".
               1 WSIfcEvent PIC X(1).
               1 WSIfcRecords PIC 9(7) VALUE ZERO.
               1 WSIfcControl PIC 9(11)V99 VALUE ZERO.
               1 WSIfcFileDate PIC 9(8) VALUE ZERO.

               1 WorkHeading PIC X(40)
                   VALUE "Vendor Acknowledgment Follow-up".

       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSSentFileName FROM ENVIRONMENT "CUSTVENDOR"
                   ON EXCEPTION
                       MOVE "CustVendor.dat" TO WSSentFileName
                   END-READ
               END-PERFORM
               CLOSE AckFile
               MOVE 'A' TO WSIfcEvent
               COMPUTE WSIfcRecords = WSAcceptedCount
                   + WSRejectedCount + WSStrayCount
               PERFORM WriteIfaceLogRecord
               PERFORM SweepUnacked
               MOVE WSAcceptedCount TO PrnAccepted
               MOVE WSRejectedCount TO PrnRejected
                   END-IF
               END-PERFORM.

           WriteIfaceLogRecord.
               CALL 'IfaceLog' USING WSIfcCode WSIfcEvent
                   WSIfcRecords WSIfcControl WSIfcFileDate.

      *|==============================================================|
