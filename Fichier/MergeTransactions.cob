      *                  before-image JrnlDelete entry
      *    Each type has its own reject reasons, so MergeReject.dat
      *    says whether a line failed as an add, an update, or a
      *    delete. Every customer added is screened against the
      *    sanctions watch list (WatchScreen); a possible match is
      *    queued for supervisor review, not rejected.
      *
      *    An add may name the existing customer who referred the
      *    new one in the 7 bytes after the transaction code. The
      *    shared RefCapture subprogram judges it -- a bad check
      *    digit or the new customer's own Id rejects the add as an
      *    invalid referrer -- and records the referral once the
      *    customer is written. Blank is no referral, so day files
      *    from before the field existed merge unchanged. Reject
      *    lines keep the transaction's first 105 bytes, the layout
      *    the reject workbench reads back.
      *|==============================================================|

       ENVIRONMENT DIVISION.
                           88 BatchAddTran VALUES ' ', 'A'.
                           88 BatchUpdateTran VALUE 'U'.
                           88 BatchDeleteTran VALUE 'D'.
                       2 BatchReferrerId PIC X(7).

               FD DataFile.
                   COPY "CustRec.cpy".

               1 WSRejectReason PIC X(30).

      *    Sanctions screening of each customer added: WatchScreen
      *    queues any possible watch-list match for supervisor
      *    review and says how many it found.
               1 WSScreenFoundBy PIC X(8) VALUE "MERGE".
               1 WSScreenHits PIC 9(3).

               1 WSAcceptedCount PIC 9(7) VALUE ZERO.
               1 WSRejectedCount PIC 9(7) VALUE ZERO.

      *    interactive screens capture it.
               1 WSBeforeImage PIC X(221).

      *    Read-again check before an update or delete is rewritten:
      *    a stamp other than the one first read means an operator
      *    saved the customer meanwhile, and the transaction goes to
      *    the reject file to be worked again.
               1 WSReadStamp PIC 9(14).
               1 WSAfterImage PIC X(221).
               1 WSCollideFlag PIC X(1).
                   88 WSCollided VALUE 'Y'.
               1 WSJobOperator PIC X(8) VALUE "MERGE".

      *    Found-flag for the keyed read an update or delete starts
      *    with.
               1 WSTargetFound PIC X(1).

               1 WSWantedTranType PIC X(1).

      *    Referred-by work area for the shared RefCapture
      *    subprogram.
               1 WSRefFunction PIC X(1).
               1 WSRefReferrerId PIC 9(7).
               1 WSRefSource PIC X(1) VALUE 'M'.
               1 WSRefResult PIC X(1).
                   88 WSRefAccepted VALUE 'Y', 'N'.

      *    Reject-tolerance verdict from the shared RejectTolerance
      *    subprogram: a breach means the input file itself looks
      *    malformed, a distinct severity from ordinary rejects.
       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSDataFileName FROM ENVIRONMENT "CUSTMSTR"
                   ON EXCEPTION
                       MOVE "test.dat" TO WSDataFileName
                       PERFORM WriteRejectRecord
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM CheckTransactionReferrer
                   IF NOT WSRefAccepted
                       ADD 1 TO WSRejectedCount
                       DISPLAY "Rejected, invalid referrer, Id "
                           BatchIDNum
                       MOVE "Add: invalid referrer"
                           TO WSRejectReason
                       PERFORM WriteRejectRecord
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               IF WSInvalidEntry
                   ADD 1 TO WSRejectedCount
                           MOVE SPACES TO WSBeforeImage
                           SET JrnlAdd TO TRUE
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
                                   WSMergeIDNum WSRefReferrerId
                                   WSRefSource WSJobOperator
                                   WSRefResult
                           END-IF
      *    The journal is cut before the trailer bump: the keyed
      *    read in UpdateTrailerCount replaces the record area
      *    with the trailer, and a journal taken after it would
                   EXIT PARAGRAPH
               END-IF
               MOVE CustomerData TO WSBeforeImage
               MOVE CustUpdatedStamp OF CustomerData TO WSReadStamp
               CALL 'NameCase' USING WSMergeFirstName
               CALL 'NameCase' USING WSMergeLastName
               CALL 'AddrStd' USING BatchAddrStreet
               MOVE BatchAddrCity TO CustAddrCity OF CustomerData
               MOVE FUNCTION CURRENT-DATE(1:14)
                   TO CustUpdatedStamp OF CustomerData
               PERFORM RereadForCollision
               IF WSCollided
                   ADD 1 TO WSRejectedCount
                   MOVE "Update: changed meanwhile" TO WSRejectReason
                   PERFORM WriteRejectRecord
                   EXIT PARAGRAPH
               END-IF
               REWRITE CustomerData
                   INVALID KEY
                       ADD 1 TO WSRejectedCount
                   EXIT PARAGRAPH
               END-IF
               MOVE CustomerData TO WSBeforeImage
               MOVE CustUpdatedStamp OF CustomerData TO WSReadStamp
               MOVE 'I' TO CustActiveFlag OF CustomerData
               MOVE FUNCTION CURRENT-DATE(1:14)
                   TO CustUpdatedStamp OF CustomerData
               PERFORM RereadForCollision
               IF WSCollided
                   ADD 1 TO WSRejectedCount
                   MOVE "Delete: changed meanwhile" TO WSRejectReason
                   PERFORM WriteRejectRecord
                   EXIT PARAGRAPH
               END-IF
               REWRITE CustomerData
                   INVALID KEY
                       ADD 1 TO WSRejectedCount
                       PERFORM WriteJournalEntry
               END-REWRITE.

      *|==============================================================|
      *    RereadForCollision reads the customer again just before
      *    the rewrite. On a stamp that has moved on, CustCollide
      *    shows and journals the other save and nothing is
      *    rewritten; otherwise the changed record goes back in the
      *    record area for the REWRITE.
      *|==============================================================|

           RereadForCollision.
               MOVE 'N' TO WSCollideFlag
               MOVE CustomerData TO WSAfterImage
               READ DataFile
                   INVALID KEY
                       SET WSCollided TO TRUE
                       EXIT PARAGRAPH
               END-READ
               IF CustUpdatedStamp OF CustomerData NOT = WSReadStamp
                   CALL 'CustCollide' USING WSJobOperator
                       WSBeforeImage CustomerData
                   SET WSCollided TO TRUE
               ELSE
                   MOVE WSAfterImage TO CustomerData
               END-IF.

      *|==============================================================|
      *    CheckTransactionZip asks the shared ZipCity subprogram
      *    whether the transaction's ZIP belongs to its city. Only a
                       MOVE 'Y' TO WSTargetFound
               END-READ.

      *|==============================================================|
      *    CheckTransactionReferrer judges an add's referred-by Id
      *    through RefCapture. Blank or zero is no referral; a
      *    value that is not a 7-digit number is as bad as one that
      *    fails its check digit.
      *|==============================================================|

           CheckTransactionReferrer.
               MOVE ZERO TO WSRefReferrerId
               MOVE 'N' TO WSRefResult
               IF BatchReferrerId = SPACES
                   EXIT PARAGRAPH
               END-IF
               IF BatchReferrerId IS NUMERIC
                   MOVE BatchReferrerId TO WSRefReferrerId
                   MOVE 'V' TO WSRefFunction
                   CALL 'RefCapture' USING WSRefFunction
                       WSMergeIDNum WSRefReferrerId WSRefSource
                       WSJobOperator WSRefResult
               ELSE
                   MOVE 'D' TO WSRefResult
               END-IF.

      *|==============================================================|
      *    ValidateTransaction applies the same rules as WriteFile
      *    .cob's ValidateNewCustomer: a sensible, non-reserved IDNum
               MOVE WSBeforeImage TO JrnlBeforeImage
               MOVE CustomerData TO JrnlAfterImage
               MOVE SPACES TO JrnlMakerId
               CALL 'JrnlChain' USING 'J' WSJournalFileName
                   JournalRecord JrnlChainValue
               WRITE JournalRecord
               CLOSE JournalFile.


           WriteRejectRecord.
               MOVE SPACES TO RejectLine
               STRING BatchTransaction(1:105) DELIMITED BY SIZE
                      " - REJECTED: " DELIMITED BY SIZE
                      WSRejectReason  DELIMITED BY SIZE
                   INTO RejectLine
