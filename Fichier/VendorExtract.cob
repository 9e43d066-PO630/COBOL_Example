      *    and CustReport.csv's comma-delimited extract, each of
      *    which serves a different consumer of the same customer
      *    master.
      *
      *    Each feed written is logged under VENDEXT on the interface
      *    log (IfaceLog) with its record count.
      *|==============================================================|

       ENVIRONMENT DIVISION.
               1 WSCatPages PIC 9(4) VALUE ZERO.
               1 WSCatRecords PIC 9(7) VALUE ZERO.

      *    Interface-log work area handed to the shared IfaceLog
      *    subprogram.
               1 WSIfcCode PIC X(8) VALUE "VENDEXT".
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
                   WSCatFileName WSCatPages WSCatRecords
               CLOSE CustomerFile
               CLOSE VendorFile
               MOVE 'S' TO WSIfcEvent
               MOVE WSVendorCount TO WSIfcRecords
               PERFORM WriteIfaceLogRecord
               DISPLAY "Vendor records written: " WSVendorCount
               DISPLAY "Suppressed (do-not-contact): "
                   WSSuppressedCount
                   ADD 1 TO WSVendorCount
               END-IF.

           WriteIfaceLogRecord.
               CALL 'IfaceLog' USING WSIfcCode WSIfcEvent
                   WSIfcRecords WSIfcControl WSIfcFileDate.

      *|==============================================================|
