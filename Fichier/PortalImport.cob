      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PortalImport.

      *|==============================================================|
      *    PortalImport takes in the web portal's daily file of
      *    customer self-service requests, which until now came to
      *    us as a printed list the clerks keyed again. The request
      *    file (CUSTPORTIN, default PortalReq.dat), one fixed-width
      *    request per line:
      *        cols  1-12  the portal's request reference, echoed
      *                    on the response
      *        cols 13-19  full 7-digit customer Id
      *        col  20     request type: 'A' address change, 'E'
      *                    email update, 'P' phone update, 'C'
      *                    contact preference, 'S' do-not-contact
      *        cols 21-100 the request, by type:
      *                    A  street number 9(3), street X(40),
      *                       ZIP X(5), city X(20), country X(2)
      *                       (blank or US domestic), foreign
      *                       postal code X(10)
      *                    E  new email X(30)
      *                    P  new phone X(12)
      *                    C  preferred contact, E, P or M
      *                    S  no mail, no email, no phone: Y or N
      *                       each -- all N lifts the customer's
      *                       do-not-contact
      *
      *    Every request is authenticated first: the Id must pass
      *    its check digit and name an active customer on the
      *    master. Emails and phones are judged by ContactVal, a
      *    preference must name a channel the customer can be
      *    reached on and has not blocked (SuppCheck), and an
      *    address is standardized through AddrStd and its ZIP and
      *    city proved by ZipCity -- the checks the screens make.
      *
      *    Contact changes apply straight to the master with the
      *    journaled rewrite every other change gets, under
      *    operator PORTAL, re-reading the customer first so a save
      *    made elsewhere meanwhile is never overwritten
      *    (CustCollide). Do-not-contact requests are stored on the
      *    suppression file (CUSTSUPP) under operator PORTAL,
      *    effective the business date (CUSTBIZDATE, else today),
      *    as SuppMaint stores them. An address change is not
      *    applied here: like the mail house's corrections
      *    (AddrCorrImport) it goes to the dual-control pending
      *    queue (CUSTPEND) under maker PORTAL, with the customer
      *    as read, for a clerk to approve on WriteFile's screen.
      *
      *    Each request is answered on the response file for the
      *    portal (CUSTPORTOUT, default PortalResp.dat): 'A'
      *    applied, 'Q' queued for a clerk's approval, or 'R'
      *    rejected with the reason. The request file is emptied
      *    once answered, so a rerun never applies a request twice.
      *    No request file is an ordinary night. The step logs its
      *    start and end on the run log.
      *
      *    A request file that carried requests is logged under PORTAL
      *    on the interface log (IfaceLog) with its request count, and
      *    the response file answering it under PORTRESP; the empty
      *    file the last run left behind is no receipt.
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT RequestFile ASSIGN TO WSRequestFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSRequestStatus.

               SELECT ResponseFile ASSIGN TO WSResponseFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSResponseStatus.

               SELECT DataFile ASSIGN TO WSDataFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS IDNum
                   ALTERNATE RECORD KEY IS LastName
                       WITH DUPLICATES
                   FILE STATUS IS WSFileStatus.

               SELECT SuppressFile ASSIGN TO WSSuppFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SuppIDNum
                   FILE STATUS IS WSSuppFileStatus.

               SELECT PendingFile ASSIGN TO WSPendingFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSPendFileStatus.

               SELECT JournalFile ASSIGN TO WSJournalFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSJournalFileStatus.

      *|==============================================================|

       DATA DIVISION.

           FILE SECTION.

               FD RequestFile.
                   1 PortalRequest.
                       2 PReqRef PIC X(12).
                       2 PReqIDNum PIC 9(7).
                       2 PReqType PIC X(1).
                           88 PReqAddress VALUE 'A'.
                           88 PReqEmail VALUE 'E'.
                           88 PReqPhone VALUE 'P'.
                           88 PReqPrefer VALUE 'C'.
                           88 PReqSuppress VALUE 'S'.
                       2 PReqData PIC X(80).
                       2 PReqAddrData REDEFINES PReqData.
                           3 PReqAddrNum PIC 9(3).
                           3 PReqStreet PIC X(40).
                           3 PReqZip PIC X(5).
                           3 PReqCity PIC X(20).
                           3 PReqCountry PIC X(2).
                               88 PReqDomestic VALUES 'US', '  '.
                           3 PReqPostal PIC X(10).
                       2 PReqEmailData REDEFINES PReqData.
                           3 PReqNewEmail PIC X(30).
                           3 FILLER PIC X(50).
                       2 PReqPhoneData REDEFINES PReqData.
                           3 PReqNewPhone PIC X(12).
                           3 FILLER PIC X(68).
                       2 PReqPrefData REDEFINES PReqData.
                           3 PReqNewPref PIC X(1).
                               88 PReqPrefValid VALUES 'E', 'P',
                                   'M'.
                           3 FILLER PIC X(79).
                       2 PReqSuppData REDEFINES PReqData.
                           3 PReqNoMail PIC X(1).
                               88 PReqNoMailValid VALUES 'Y', 'N'.
                           3 PReqNoEmail PIC X(1).
                               88 PReqNoEmailValid VALUES 'Y', 'N'.
                           3 PReqNoPhone PIC X(1).
                               88 PReqNoPhoneValid VALUES 'Y', 'N'.
                           3 FILLER PIC X(77).

               FD ResponseFile.
                   1 PortalResponse.
                       2 PRspRef PIC X(12).
                       2 PRspIDNum PIC 9(7).
                       2 PRspType PIC X(1).
                       2 PRspOutcome PIC X(1).
                       2 PRspReason PIC X(30).
                       2 PRspStamp PIC 9(14).

               FD DataFile.
                   COPY "CustRec.cpy".

               FD SuppressFile.
                   COPY "SuppRec.cpy".

      *    Same pending-queue record WriteFile submits and approves;
      *    the maker Id says the proposal came off the portal.
               FD PendingFile.
                   1 PendingRecord.
                       2 PendStatus PIC X(1).
                       2 PendTranType PIC X(1).
                       2 PendMakerId PIC X(8).
                       2 PendStamp PIC 9(14).
                       2 PendProposed PIC X(221).
                       2 PendOrigImage PIC X(221).

               FD JournalFile.
                   COPY "JrnlRec.cpy".

           WORKING-STORAGE SECTION.

               1 WSRequestFileName PIC X(100).
               1 WSResponseFileName PIC X(100).
               1 WSDataFileName PIC X(100).
               1 WSSuppFileName PIC X(100).
               1 WSPendingFileName PIC X(100).
               1 WSJournalFileName PIC X(100).

               1 WSRequestStatus PIC X(2).
                   88 WSRequestOK VALUE '00'.
               1 WSResponseStatus PIC X(2).
               1 WSFileStatus PIC X(2).
                   88 WSFileOK VALUE '00'.
               1 WSSuppFileStatus PIC X(2).
                   88 WSSuppFileMissing VALUE '35'.
               1 WSPendFileStatus PIC X(2).
                   88 WSPendFileMissing VALUE '35'.
               1 WSJournalFileStatus PIC X(2).
                   88 WSJournalFileMissing VALUE '35'.

               1 WSEOF PIC X(1) VALUE 'N'.
                   88 WSAtEOF VALUE 'Y'.

      *    The portal's changes are journaled, queued and stored
      *    under this operator.
               1 WSJobOperator PIC X(8) VALUE "PORTAL".

               1 WSBizDateParm PIC X(8).
               1 WSRunDate PIC 9(8).

               1 WSCheckIDNum PIC 9(7).
               1 WSCheckIDParts REDEFINES WSCheckIDNum.
                   2 WSCheckIDBase PIC 9(6).
                   2 WSCheckIDDigit PIC 9(1).
               1 WSCheckDigitValid PIC X(1).
                   88 WSCheckDigitOK VALUE 'Y'.

      *    ContactVal, SuppCheck, ZipCity and AddrStd work areas.
               1 WSValFunction PIC X(1).
               1 WSValValue PIC X(30).
               1 WSValValid PIC X(1).
                   88 WSValueOK VALUE 'Y'.
               1 WSSuppChannel PIC X(1).
               1 WSSuppAnswer PIC X(1).
                   88 WSChannelBlocked VALUE 'N'.
               1 WSZipFunction PIC X(1) VALUE 'V'.
               1 WSZipWork PIC X(5).
               1 WSCityWork PIC X(20).
               1 WSZipAnswer PIC X(1).
                   88 WSZipMismatch VALUE 'N'.
               1 WSStdStreet PIC X(40).

               1 WSSuppOnFileFlag PIC X(1).
                   88 WSSuppOnFile VALUE 'Y'.

               1 WSOutcome PIC X(1).
               1 WSReason PIC X(30).

               1 WSBeforeImage PIC X(221).
               1 WSCustomerData PIC X(221).

      *    Read-again check before each rewrite: the changed record
      *    is held aside, the customer read again, and a stamp
      *    other than the one first read means someone else saved
      *    the customer in between.
               1 WSReadStamp PIC 9(14).
               1 WSAfterImage PIC X(221).
               1 WSCollideFlag PIC X(1).
                   88 WSCollided VALUE 'Y'.

               1 WSRequestCount PIC 9(7) VALUE ZERO.
               1 WSAppliedCount PIC 9(7) VALUE ZERO.
               1 WSQueuedCount PIC 9(7) VALUE ZERO.
               1 WSRejectedCount PIC 9(7) VALUE ZERO.

      *    Run-log work area handed to the shared RunLog subprogram.
               1 WSLogStepName PIC X(20) VALUE "PortalImport".
               1 WSLogEvent PIC X(1).
               1 WSLogRecords PIC 9(7) VALUE ZERO.
               1 WSLogRejects PIC 9(7) VALUE ZERO.
               1 WSLogRC PIC 9(4) VALUE ZERO.
               1 WSLogCapacity PIC 9(5) VALUE ZERO.

      *    Interface-log work area handed to the shared IfaceLog
      *    subprogram.
               1 WSIfcCode PIC X(8) VALUE "PORTAL".
               1 WSIfcEvent PIC X(1).
               1 WSIfcRecords PIC 9(7) VALUE ZERO.
               1 WSIfcControl PIC 9(11)V99 VALUE ZERO.
               1 WSIfcFileDate PIC 9(8) VALUE ZERO.

      *|==============================================================|

       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               PERFORM LoadFileNames
               MOVE 'S' TO WSLogEvent
               PERFORM WriteRunLogRecord
               OPEN INPUT RequestFile
               IF NOT WSRequestOK
                   DISPLAY "PortalImport: no request file at "
                       FUNCTION TRIM(WSRequestFileName)
                       "; nothing came in."
                   MOVE 'E' TO WSLogEvent
                   PERFORM WriteRunLogRecord
                   MOVE ZERO TO RETURN-CODE
                   GOBACK
               END-IF
               OPEN I-O DataFile
               IF NOT WSFileOK
                   DISPLAY "PortalImport: customer file will not "
                       "open: " WSFileStatus
                   CLOSE RequestFile
                   MOVE 'E' TO WSLogEvent
                   MOVE 8 TO WSLogRC
                   PERFORM WriteRunLogRecord
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               OPEN I-O SuppressFile
               IF WSSuppFileMissing
                   OPEN OUTPUT SuppressFile
                   CLOSE SuppressFile
                   OPEN I-O SuppressFile
               END-IF
               OPEN OUTPUT ResponseFile
               PERFORM UNTIL WSAtEOF
                   READ RequestFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           PERFORM ImportOneRequest
                   END-READ
               END-PERFORM
               CLOSE RequestFile, ResponseFile, DataFile,
                   SuppressFile
      *    Every request is answered; empty the file so a rerun
      *    finds nothing to apply again.
               OPEN OUTPUT RequestFile
               CLOSE RequestFile
               IF WSRequestCount > ZERO
                   MOVE 'R' TO WSIfcEvent
                   MOVE WSRequestCount TO WSIfcRecords
                   PERFORM WriteIfaceLogRecord
                   MOVE "PORTRESP" TO WSIfcCode
                   MOVE 'S' TO WSIfcEvent
                   PERFORM WriteIfaceLogRecord
               END-IF
               DISPLAY "PortalImport: " WSRequestCount
                   " requests, " WSAppliedCount " applied, "
                   WSQueuedCount " queued for approval, "
                   WSRejectedCount " rejected."
               MOVE 'E' TO WSLogEvent
               COMPUTE WSLogRecords = WSAppliedCount + WSQueuedCount
               MOVE WSRejectedCount TO WSLogRejects
               PERFORM WriteRunLogRecord
               MOVE ZERO TO RETURN-CODE
               GOBACK.

           LoadFileNames.
               ACCEPT WSRequestFileName FROM ENVIRONMENT "CUSTPORTIN"
                   ON EXCEPTION
                       MOVE "PortalReq.dat" TO WSRequestFileName
               END-ACCEPT
               ACCEPT WSResponseFileName FROM ENVIRONMENT
                       "CUSTPORTOUT"
                   ON EXCEPTION
                       MOVE "PortalResp.dat" TO WSResponseFileName
               END-ACCEPT
               ACCEPT WSDataFileName FROM ENVIRONMENT "CUSTMSTR"
                   ON EXCEPTION
                       MOVE "test.dat" TO WSDataFileName
               END-ACCEPT
               ACCEPT WSSuppFileName FROM ENVIRONMENT "CUSTSUPP"
                   ON EXCEPTION
                       MOVE "Suppress.dat" TO WSSuppFileName
               END-ACCEPT
               ACCEPT WSPendingFileName FROM ENVIRONMENT "CUSTPEND"
                   ON EXCEPTION
                       MOVE "PendTrans.dat" TO WSPendingFileName
               END-ACCEPT
               ACCEPT WSJournalFileName FROM ENVIRONMENT "CUSTJRNL"
                   ON EXCEPTION
                       MOVE "Journal.log" TO WSJournalFileName
               END-ACCEPT
               ACCEPT WSBizDateParm FROM ENVIRONMENT "CUSTBIZDATE"
                   ON EXCEPTION
                       MOVE SPACES TO WSBizDateParm
               END-ACCEPT
               IF WSBizDateParm = SPACES
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WSRunDate
               ELSE
                   MOVE WSBizDateParm TO WSRunDate
               END-IF.

      *|==============================================================|
      *    ImportOneRequest authenticates one request, hands it to
      *    the paragraph for its type, and answers it.
      *|==============================================================|

           ImportOneRequest.
               ADD 1 TO WSRequestCount
               MOVE SPACE TO WSOutcome
               MOVE SPACES TO WSReason
               PERFORM AuthenticateRequest
               IF WSReason = SPACES
                   EVALUATE TRUE
                       WHEN PReqAddress
                           PERFORM QueueAddressChange
                       WHEN PReqEmail
                           PERFORM ApplyEmailChange
                       WHEN PReqPhone
                           PERFORM ApplyPhoneChange
                       WHEN PReqPrefer
                           PERFORM ApplyPreferChange
                       WHEN PReqSuppress
                           PERFORM ApplySuppression
                       WHEN OTHER
                           MOVE "Type not A, E, P, C or S"
                               TO WSReason
                   END-EVALUATE
               END-IF
               EVALUATE TRUE
                   WHEN WSOutcome = 'A'
                       ADD 1 TO WSAppliedCount
                   WHEN WSOutcome = 'Q'
                       ADD 1 TO WSQueuedCount
                   WHEN OTHER
                       MOVE 'R' TO WSOutcome
                       ADD 1 TO WSRejectedCount
               END-EVALUATE
               PERFORM WriteResponse.

           AuthenticateRequest.
               IF PReqIDNum IS NOT NUMERIC
                   MOVE "Customer Id not numeric" TO WSReason
                   EXIT PARAGRAPH
               END-IF
               MOVE PReqIDNum TO WSCheckIDNum
               CALL 'CheckDigit' USING 'V' WSCheckIDBase
                   WSCheckIDDigit WSCheckDigitValid
               IF NOT WSCheckDigitOK
                   MOVE "Check digit fails" TO WSReason
                   EXIT PARAGRAPH
               END-IF
               MOVE PReqIDNum TO IDNum OF CustomerData
               READ DataFile
                   INVALID KEY
                       MOVE "Id not on master" TO WSReason
                       EXIT PARAGRAPH
               END-READ
               IF NOT CustActive
                   MOVE "Customer not active" TO WSReason
               END-IF.

      *|==============================================================|
      *    The contact changes: each proves the new value, then
      *    RewriteCustomer saves and journals it.
      *|==============================================================|

           ApplyEmailChange.
               IF PReqNewEmail = SPACES
                   MOVE "No email given" TO WSReason
                   EXIT PARAGRAPH
               END-IF
               MOVE 'E' TO WSValFunction
               MOVE PReqNewEmail TO WSValValue
               CALL 'ContactVal' USING WSValFunction WSValValue
                   WSValValid
               IF NOT WSValueOK
                   MOVE "Email not usable" TO WSReason
                   EXIT PARAGRAPH
               END-IF
               IF PReqNewEmail = CustEmail
                   MOVE 'A' TO WSOutcome
                   MOVE "Email already on file" TO WSReason
                   EXIT PARAGRAPH
               END-IF
               MOVE CustomerData TO WSBeforeImage
               MOVE PReqNewEmail TO CustEmail
               PERFORM RewriteCustomer.

           ApplyPhoneChange.
               IF PReqNewPhone = SPACES
                   MOVE "No phone given" TO WSReason
                   EXIT PARAGRAPH
               END-IF
               MOVE 'P' TO WSValFunction
               MOVE PReqNewPhone TO WSValValue
               CALL 'ContactVal' USING WSValFunction WSValValue
                   WSValValid
               IF NOT WSValueOK
                   MOVE "Phone not usable" TO WSReason
                   EXIT PARAGRAPH
               END-IF
               IF PReqNewPhone = CustPhone
                   MOVE 'A' TO WSOutcome
                   MOVE "Phone already on file" TO WSReason
                   EXIT PARAGRAPH
               END-IF
               MOVE CustomerData TO WSBeforeImage
               MOVE PReqNewPhone TO CustPhone
               PERFORM RewriteCustomer.

           ApplyPreferChange.
               IF NOT PReqPrefValid
                   MOVE "Preference not E, P or M" TO WSReason
                   EXIT PARAGRAPH
               END-IF
               EVALUATE TRUE
                   WHEN PReqNewPref = 'E' AND CustEmail = SPACES
                       MOVE "No email on file" TO WSReason
                   WHEN PReqNewPref = 'P' AND CustPhone = SPACES
                       MOVE "No phone on file" TO WSReason
                   WHEN PReqNewPref = 'M' AND CustMailReturned
                       MOVE "Mail returned; address first"
                           TO WSReason
               END-EVALUATE
               IF WSReason NOT = SPACES
                   EXIT PARAGRAPH
               END-IF
               MOVE PReqNewPref TO WSSuppChannel
               CALL 'SuppCheck' USING PReqIDNum WSSuppChannel
                   WSSuppAnswer
               IF WSChannelBlocked
                   MOVE "Channel is do-not-contact" TO WSReason
                   EXIT PARAGRAPH
               END-IF
               IF PReqNewPref = CustPreferredContact
                   MOVE 'A' TO WSOutcome
                   MOVE "Preference already on file" TO WSReason
                   EXIT PARAGRAPH
               END-IF
               MOVE CustomerData TO WSBeforeImage
               MOVE PReqNewPref TO CustPreferredContact
               PERFORM RewriteCustomer.

           RewriteCustomer.
               PERFORM RereadForCollision
               IF WSCollided
                   MOVE "Changed meanwhile; resubmit" TO WSReason
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION CURRENT-DATE(1:14)
                   TO CustUpdatedStamp
               REWRITE CustomerData
                   INVALID KEY
                       MOVE "Rewrite failed" TO WSReason
                       EXIT PARAGRAPH
               END-REWRITE
               PERFORM WriteJournalEntry
               MOVE 'A' TO WSOutcome.

      *|==============================================================|
      *    RereadForCollision reads the customer again just before
      *    the rewrite, its stamp not yet moved on. A changed
      *    CustUpdatedStamp means someone saved the customer since
      *    it was read here: CustCollide journals their change,
      *    nothing is rewritten, and the portal is told to resubmit.
      *|==============================================================|

           RereadForCollision.
               MOVE 'N' TO WSCollideFlag
               MOVE CustUpdatedStamp TO WSReadStamp
               MOVE CustomerData TO WSAfterImage
               READ DataFile
                   INVALID KEY
                       SET WSCollided TO TRUE
                       EXIT PARAGRAPH
               END-READ
               IF CustUpdatedStamp NOT = WSReadStamp
                   CALL 'CustCollide' USING WSJobOperator
                       WSBeforeImage CustomerData
                   SET WSCollided TO TRUE
               ELSE
                   MOVE WSAfterImage TO CustomerData
               END-IF.

           WriteJournalEntry.
               OPEN EXTEND JournalFile
               IF WSJournalFileMissing
                   OPEN OUTPUT JournalFile
               END-IF
               MOVE FUNCTION CURRENT-DATE(1:14) TO JrnlTimestamp
               SET JrnlUpdate TO TRUE
               MOVE WSJobOperator TO JrnlOperator
               MOVE IDNum OF CustomerData TO JrnlIDNum
               MOVE WSBeforeImage TO JrnlBeforeImage
               MOVE CustomerData TO JrnlAfterImage
               MOVE SPACES TO JrnlMakerId
               CALL 'JrnlChain' USING 'J' WSJournalFileName
                   JournalRecord JrnlChainValue
               WRITE JournalRecord
               CLOSE JournalFile.

      *|==============================================================|
      *    QueueAddressChange proves the new address and parks the
      *    proposed record on the approval queue, as AddrCorrImport
      *    does. Nothing here rewrites the master.
      *|==============================================================|

           QueueAddressChange.
               IF PReqAddrNum IS NOT NUMERIC
                   OR PReqStreet = SPACES
                   MOVE "Street number or name missing" TO WSReason
                   EXIT PARAGRAPH
               END-IF
               IF PReqDomestic
                   MOVE PReqZip TO WSZipWork
                   MOVE PReqCity TO WSCityWork
                   CALL 'ZipCity' USING WSZipFunction WSZipWork
                       WSCityWork WSZipAnswer
                   IF WSZipMismatch
                       MOVE "ZIP/city disputed" TO WSReason
                       EXIT PARAGRAPH
                   END-IF
               ELSE
                   IF PReqPostal = SPACES
                       MOVE "Foreign address, no postal code"
                           TO WSReason
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               MOVE CustomerData TO WSBeforeImage
               MOVE PReqStreet TO WSStdStreet
               CALL 'AddrStd' USING WSStdStreet
               MOVE PReqAddrNum TO CustAddrNum
               MOVE WSStdStreet TO CustAddrStreet
               MOVE PReqCity TO CustAddrCity
               IF PReqDomestic
                   MOVE PReqZip TO CustAddrZip
                   MOVE SPACES TO CustAddrCountry
                   MOVE SPACES TO CustAddrPostal
               ELSE
                   MOVE SPACES TO CustAddrZip
                   MOVE PReqCountry TO CustAddrCountry
                   MOVE PReqPostal TO CustAddrPostal
               END-IF
               IF CustomerData = WSBeforeImage
                   MOVE 'A' TO WSOutcome
                   MOVE "Address already on file" TO WSReason
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION CURRENT-DATE(1:14)
                   TO CustUpdatedStamp
               MOVE CustomerData TO WSCustomerData
               PERFORM WritePendingRecord
               MOVE 'Q' TO WSOutcome.

           WritePendingRecord.
               OPEN EXTEND PendingFile
               IF WSPendFileMissing
                   OPEN OUTPUT PendingFile
               END-IF
               MOVE 'P' TO PendStatus
               MOVE 'U' TO PendTranType
               MOVE WSJobOperator TO PendMakerId
               MOVE FUNCTION CURRENT-DATE(1:14) TO PendStamp
               MOVE WSCustomerData TO PendProposed
               MOVE WSBeforeImage TO PendOrigImage
               WRITE PendingRecord
               CLOSE PendingFile.

      *|==============================================================|
      *    ApplySuppression stores the customer's do-not-contact
      *    channels, or lifts them when every flag is N.
      *|==============================================================|

           ApplySuppression.
               IF NOT PReqNoMailValid OR NOT PReqNoEmailValid
                   OR NOT PReqNoPhoneValid
                   MOVE "Channel flags not Y or N" TO WSReason
                   EXIT PARAGRAPH
               END-IF
               MOVE 'Y' TO WSSuppOnFileFlag
               MOVE PReqIDNum TO SuppIDNum
               READ SuppressFile
                   INVALID KEY
                       MOVE 'N' TO WSSuppOnFileFlag
               END-READ
               MOVE 'A' TO WSOutcome
               IF PReqNoMail = 'N' AND PReqNoEmail = 'N'
                   AND PReqNoPhone = 'N'
                   IF WSSuppOnFile
                       DELETE SuppressFile
                       MOVE "Do-not-contact lifted" TO WSReason
                   ELSE
                       MOVE "No do-not-contact on file"
                           TO WSReason
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               MOVE PReqIDNum TO SuppIDNum
               MOVE PReqNoMail TO SuppNoMail
               MOVE PReqNoEmail TO SuppNoEmail
               MOVE PReqNoPhone TO SuppNoPhone
               MOVE WSRunDate TO SuppEffDate
               MOVE WSJobOperator TO SuppOperator
               MOVE FUNCTION CURRENT-DATE(1:14) TO SuppStamp
               IF WSSuppOnFile
                   REWRITE SuppressionRecord
               ELSE
                   WRITE SuppressionRecord
               END-IF.

           WriteResponse.
               MOVE PReqRef TO PRspRef
               MOVE PReqIDNum TO PRspIDNum
               MOVE PReqType TO PRspType
               MOVE WSOutcome TO PRspOutcome
               MOVE WSReason TO PRspReason
               MOVE FUNCTION CURRENT-DATE(1:14) TO PRspStamp
               WRITE PortalResponse.

           WriteRunLogRecord.
               CALL 'RunLog' USING WSLogStepName WSLogEvent
                   WSLogRecords WSLogRejects WSLogRC
                   WSLogCapacity.

           WriteIfaceLogRecord.
               CALL 'IfaceLog' USING WSIfcCode WSIfcEvent
                   WSIfcRecords WSIfcControl WSIfcFileDate.

      *|==============================================================|
