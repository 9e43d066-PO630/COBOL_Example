      *|==============================================================|
      *    CsvImport loads a comma-delimited file of new customers
      *    (IDNum,FirstName,LastName,AddrNum,AddrStreet,AddrZip,
      *    AddrCity, with optional trailing Email, Phone, and
      *    referred-by Id columns) into the customer master in one
      *    unattended pass,
      *    applying the same field validation and duplicate-Id check
      *    as WriteFile.cob's interactive Add Customer transaction, so
      *    a batch of customers from another system can be onboarded
      *    without keying each one in by hand. Each customer taken
      *    on is screened against the sanctions watch list
      *    (WatchScreen), any possible match going to the review
      *    queue for a supervisor.
      *
      *    The referred-by column carries the full 7-digit Id of the
      *    existing customer who brought the new one in. RefCapture
      *    judges it -- a bad check digit or the new customer's own
      *    Id rejects the row as an invalid referrer -- and records
      *    the referral on the referral file once the customer is
      *    written.
      *
      *    Each file loaded is logged under CSVIMP on the interface log
      *    (IfaceLog) with its line count, accepted and rejected alike.
      *|==============================================================|

       ENVIRONMENT DIVISION.
               1 WSCsvEmail PIC X(30).
               1 WSCsvPhone PIC X(12).

      *    Optional referred-by Id column, blank when the customer
      *    came in unreferred; handed to the shared RefCapture
      *    subprogram to judge and record.
               1 WSCsvReferrer PIC X(7).
               1 WSRefFunction PIC X(1).
               1 WSRefReferrerId PIC 9(7).
               1 WSRefSource PIC X(1) VALUE 'C'.
               1 WSRefOperator PIC X(8) VALUE "CSVIMP".
               1 WSRefResult PIC X(1).
                   88 WSRefAccepted VALUE 'Y', 'N'.

               1 WSCtvFunction PIC X(1).
               1 WSCtvValue PIC X(30).
               1 WSCtvValid PIC X(1).

               1 WSRejectReason PIC X(30).

      *    Sanctions screening of each customer added: WatchScreen
      *    queues any possible watch-list match for supervisor
      *    review and says how many it found.
               1 WSScreenFoundBy PIC X(8) VALUE "CSVIMP".
               1 WSScreenHits PIC 9(3).

      *    Reject-tolerance verdict from the shared RejectTolerance
      *    subprogram: a breach means the input file itself looks
      *    malformed, a distinct severity from ordinary rejects.
               1 WSLogRC PIC 9(4) VALUE ZERO.
               1 WSLogCapacity PIC 9(5) VALUE ZERO.

      *    Interface-log work area handed to the shared IfaceLog
      *    subprogram.
               1 WSIfcCode PIC X(8) VALUE "CSVIMP".
               1 WSIfcEvent PIC X(1).
               1 WSIfcRecords PIC 9(7) VALUE ZERO.
               1 WSIfcControl PIC 9(11)V99 VALUE ZERO.
               1 WSIfcFileDate PIC 9(8) VALUE ZERO.

      *|==============================================================|

       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSDataFileName FROM ENVIRONMENT "CUSTMSTR"
                   ON EXCEPTION
                       MOVE "test.dat" TO WSDataFileName
               DISPLAY "Customers imported: " WSAcceptedCount
               DISPLAY "Lines rejected    : " WSRejectedCount
               PERFORM CheckRejectTolerance
               MOVE 'R' TO WSIfcEvent
               MOVE WSInputCount TO WSIfcRecords
               PERFORM WriteIfaceLogRecord
               GOBACK.

      *|==============================================================|
           ImportOneLine.
               MOVE SPACES TO WSCsvEmail
               MOVE SPACES TO WSCsvPhone
               MOVE SPACES TO WSCsvReferrer
               UNSTRING ImportLine DELIMITED BY ","
                   INTO WSCsvIDBase, WSCsvFirstName, WSCsvLastName,
                        WSCsvAddrNum, WSCsvAddrStreet, WSCsvAddrZip,
                        WSCsvAddrCity, WSCsvEmail, WSCsvPhone,
                        WSCsvReferrer
               END-UNSTRING
               IF WSCsvIDBase = ZERO
                   CALL 'NextId' USING WSCsvIDBase WSCsvCheckDigit
               ELSE
                   MOVE "Invalid data" TO WSRejectReason
               END-IF
               IF WSValidEntry
                   PERFORM ValidateCsvReferrer
               END-IF
               IF WSInvalidEntry
                   ADD 1 TO WSRejectedCount
                   DISPLAY "Rejected (invalid data): " ImportLine
                       NOT INVALID KEY
                           ADD 1 TO WSAcceptedCount
                           PERFORM WriteJournalEntry
                           CALL 'WatchScreen' USING CustomerData
                               WSScreenFoundBy WSScreenHits
                           IF WSScreenHits > ZERO
                               DISPLAY "Customer "
                                   IDNum OF CustomerData
                                   " queued for sanctions review."
                           END-IF
                           IF WSRefReferrerId NOT = ZERO
                               MOVE 'W' TO WSRefFunction
                               CALL 'RefCapture' USING WSRefFunction
                                   WSCsvIDNum WSRefReferrerId
                                   WSRefSource WSRefOperator
                                   WSRefResult
                           END-IF
      *    The journal is cut before the trailer bump: the keyed
      *    read in UpdateTrailerCount replaces the record area
      *    with the trailer, and a journal taken after it would
               MOVE SPACES TO JrnlBeforeImage
               MOVE CustomerData TO JrnlAfterImage
               MOVE SPACES TO JrnlMakerId
               CALL 'JrnlChain' USING 'J' WSJournalFileName
                   JournalRecord JrnlChainValue
               WRITE JournalRecord
               CLOSE JournalFile.

                   MOVE 'N' TO WSInputValid
               END-IF.

      *|==============================================================|
      *    ValidateCsvReferrer judges the optional referred-by column
      *    through RefCapture: blank is no referral, anything not a
      *    7-digit Id with a good check digit, or the row's own Id,
      *    rejects the row.
      *|==============================================================|

           ValidateCsvReferrer.
               MOVE ZERO TO WSRefReferrerId
               IF WSCsvReferrer = SPACES
                   EXIT PARAGRAPH
               END-IF
               IF WSCsvReferrer IS NUMERIC
                   MOVE WSCsvReferrer TO WSRefReferrerId
                   MOVE 'V' TO WSRefFunction
                   CALL 'RefCapture' USING WSRefFunction WSCsvIDNum
                       WSRefReferrerId WSRefSource WSRefOperator
                       WSRefResult
               ELSE
                   MOVE 'D' TO WSRefResult
               END-IF
               IF NOT WSRefAccepted
                   MOVE 'N' TO WSInputValid
                   MOVE "Invalid referrer" TO WSRejectReason
               END-IF.

      *|==============================================================|
      *    UpdateTrailerCount bumps the running total on the batch
      *    trailer record for each customer imported, mirroring
                       REWRITE CustControlRecord
               END-READ.

           WriteIfaceLogRecord.
               CALL 'IfaceLog' USING WSIfcCode WSIfcEvent
                   WSIfcRecords WSIfcControl WSIfcFileDate.

      *|==============================================================|
