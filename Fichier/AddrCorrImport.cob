      *    routed into the dual-control pending queue (CUSTPEND,
      *    the same file WriteFile's approval screen works) as a
      *    proposed update, so an operator confirms before anything
      *    changes. The customer as read here rides with the
      *    proposal, so an approval refuses it if anyone has saved
      *    the customer since. Unknown Ids, inactive customers,
      *    ZIP/city pairs the reference disputes, and stale
      *    corrections (older than the master's own last update) go
      *    to the reject file with the reason spelled out, and the
      *    run reports what it did.
      *
      *    Every correction file taken in is logged under ADDRCORR on
      *    the interface log (IfaceLog) with its line count.
      *|==============================================================|

       ENVIRONMENT DIVISION.
                       2 PendMakerId PIC X(8).
                       2 PendStamp PIC 9(14).
                       2 PendProposed PIC X(221).
                       2 PendOrigImage PIC X(221).

               FD RejectFile.
                   1 RejectLine PIC X(140).
               1 WSMasterDate PIC 9(8).

               1 WSCustomerData PIC X(221).
               1 WSOrigImage PIC X(221).

               1 WSRejectReason PIC X(30).

               1 WSQueuedCount PIC 9(5) VALUE ZERO.
               1 WSRejectedCount PIC 9(5) VALUE ZERO.

      *    Interface-log work area handed to the shared IfaceLog
      *    subprogram.
               1 WSIfcCode PIC X(8) VALUE "ADDRCORR".
               1 WSIfcEvent PIC X(1).
               1 WSIfcRecords PIC 9(7) VALUE ZERO.
               1 WSIfcControl PIC 9(11)V99 VALUE ZERO.
               1 WSIfcFileDate PIC 9(8) VALUE ZERO.

      *|==============================================================|

       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSCorrFileName FROM ENVIRONMENT
                       "CUSTADDRCORR"
                   ON EXCEPTION
                   END-READ
               END-PERFORM
               CLOSE CorrectionFile, DataFile, RejectFile
               MOVE 'R' TO WSIfcEvent
               COMPUTE WSIfcRecords = WSQueuedCount + WSRejectedCount
               PERFORM WriteIfaceLogRecord
               DISPLAY "AddrCorrImport: " WSQueuedCount
                   " corrections queued for approval, "
                   WSRejectedCount " rejected."
                   PERFORM WriteRejectRecord
                   EXIT PARAGRAPH
               END-IF
               MOVE CustomerData TO WSOrigImage
               MOVE CorrStreet TO WSStdStreet
               CALL 'AddrStd' USING WSStdStreet
               MOVE CorrAddrNum TO CustAddrNum
               MOVE "MAILHSE" TO PendMakerId
               MOVE FUNCTION CURRENT-DATE(1:14) TO PendStamp
               MOVE WSCustomerData TO PendProposed
               MOVE WSOrigImage TO PendOrigImage
               WRITE PendingRecord
               CLOSE PendingFile.

               END-STRING
               WRITE RejectLine.

           WriteIfaceLogRecord.
               CALL 'IfaceLog' USING WSIfcCode WSIfcEvent
                   WSIfcRecords WSIfcControl WSIfcFileDate.

      *|==============================================================|
