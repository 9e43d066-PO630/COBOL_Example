      *    turned away here and belongs in the nightly merge instead.
                       2 BatchTranCode PIC X(1).
                           88 BatchAddTran VALUES ' ', 'A'.
      *    Referred-by customer Id on an add; blank or zero when the
      *    customer came in unreferred, and on every line written
      *    before the field existed.
                       2 BatchReferrerId PIC X(7).

               FD RejectFile.
                   1 RejectLine PIC X(150).
                       2 PendMakerId PIC X(8).
                       2 PendStamp PIC 9(14).
                       2 PendProposed PIC X(221).
      *    The customer as the maker read it, so approval can tell
      *    whether someone else saved it in between. Blank on an
      *    add and on entries queued before it was kept.
                       2 PendOrigImage PIC X(221).
      *    Referred-by Id keyed with a proposed add, recorded when
      *    the add is approved. Blank on updates and deletes.
                       2 PendReferrer PIC X(7).

      *    Operator record: Id and password as always, then the role
      *    byte ('I' inquiry, 'U' update, 'S' supervisor), the date
      *    the password was last changed, the running count of failed
      *    sign-ins, the lockout flag set on the third failure (or
      *    by OperDormant when the Id goes unused too long), and the
      *    date and time of the last successful sign-in.
      *    A record from before these fields existed reads back with
      *    them blank: a blank role is treated as supervisor (every
      *    operator was all-powerful then) and a blank password date
                       2 OpPwdDate PIC X(8).
                       2 OpFailCount PIC X(1).
                       2 OpLockFlag PIC X(1).
                       2 OpLastSignon PIC X(14).

           WORKING-STORAGE SECTION.


               1 WSRejectReason PIC X(30).

      *    Sanctions screening of every customer taken on: the
      *    WatchScreen service compares the new record with the
      *    loaded watch list and queues any possible match for
      *    supervisor review; the count comes back for a notice.
               1 WSScreenFoundBy PIC X(8).
               1 WSScreenHits PIC 9(3).

      *    Reject-tolerance verdict from the shared RejectTolerance
      *    subprogram, checked at the end of a CUSTBATCH load: a
      *    breach means the transaction file itself looks malformed,
      *    supervisor-only. An update-role operator's changes are
      *    routed to the pending queue for dual control; the trusted
      *    role keys the same transactions but keeps the direct
      *    path, the per-role bypass for senior operators. The
      *    posting clerk ('P') is the lowest role: inquiry rights on
      *    the master, with contact data masked (see PiiMask).
               1 WSOperatorRole PIC X(1) VALUE 'S'.
                   88 WSRoleInquiry VALUE 'I', 'P'.
                   88 WSRoleUpdate VALUE 'U'.
                   88 WSRoleTrusted VALUE 'T'.
                   88 WSRoleSupervisor VALUE 'S', ' '.

      *    Customer-access log work area: every customer an inquiry
      *    shows the operator is recorded through AccessLog.
               1 WSAccIDNum PIC 9(7).
               1 WSAccScreen PIC X(10).

      *    Contact-data masking for the signed-on role, through the
      *    shared PiiMask service; the lookup screen shows these
      *    copies of the street, email, and phone.
               1 WSMaskFunction PIC X(1).
               1 WSMaskValue PIC X(40).
               1 WSMaskFlag PIC X(1).
               1 WSMaskedView PIC X(1) VALUE 'N'.
                   88 WSShowMasked VALUE 'Y'.
               1 WSShowAddrNum PIC X(3).
               1 WSShowStreet PIC X(40).
               1 WSShowEmail PIC X(30).
               1 WSShowPhone PIC X(12).

      *    Dual-control queue file name, from the CUSTPEND
      *    environment variable, defaulting to PendTrans.dat.
               1 WSPendingFileName PIC X(100).
               1 WSPendCount PIC 9(3) VALUE ZERO.

               1 WSPendTable.
                   2 WSPendEntry OCCURS 100 TIMES PIC X(473).

               1 WSPendIdx PIC 9(3) VALUE ZERO.

                   2 WSPendWMaker PIC X(8).
                   2 WSPendWStamp PIC 9(14).
                   2 WSPendWProposed PIC X(221).
                   2 WSPendWOrigImage PIC X(221).
                   2 WSPendWOrigParts REDEFINES WSPendWOrigImage.
                       3 FILLER PIC X(194).
                       3 WSPendWOrigStamp PIC 9(14).
                       3 FILLER PIC X(13).
                   2 WSPendWReferrer PIC X(7).

               1 WSPendDirtyFlag PIC X(1) VALUE 'N'.
                   88 WSPendChanged VALUE 'Y'.

               1 WSApplyFlag PIC X(1).
                   88 WSApplyOK VALUE 'Y'.
                   88 WSApplyCollided VALUE 'C'.

      *    Display fields for the approval screen: the proposed
      *    change next to the record as it stands today, the same
                       3 WSTblOpPwdDate PIC X(8).
                       3 WSTblOpFailCount PIC X(1).
                       3 WSTblOpLockFlag PIC X(1).
                       3 WSTblOpLastSignon PIC X(14).

               1 WSOpIdx PIC 9(2) VALUE ZERO.

      *    delete, used as the before-image on the journal entry.
               1 WSBeforeImage PIC X(221).

      *    CustUpdatedStamp as the record was read for an update or
      *    delete, and the changed record held aside while the
      *    master is read again before the rewrite: a different
      *    stamp means someone else saved the customer meanwhile.
               1 WSReadStamp PIC 9(14).
               1 WSAfterImage PIC X(221).
               1 WSCollideFlag PIC X(1) VALUE 'N'.
                   88 WSCollided VALUE 'Y'.

      *    Shared work area for CheckDigit, called in verify mode
      *    whenever an operator keys in an existing customer's full
      *    Id, so a mistyped or transposed digit is caught before the
                   2 WSNewCompanyName PIC X(30).
                   2 WSNewCountry PIC X(2).
                   2 WSNewPostal PIC X(10).
                   2 WSNewReferrerId PIC 9(7).

      *    Zone de travail pour la mise a jour d'un client
               1 WSUpdCustomer.
                   88 WSValidEntry VALUE 'Y'.
                   88 WSInvalidEntry VALUE 'N'.

      *    Referred-by work area for the shared RefCapture
      *    subprogram, which judges the referrer on the add edits
      *    and records the referral once the customer is written.
               1 WSRefFunction PIC X(1).
               1 WSRefNewId PIC 9(7).
               1 WSRefReferrerId PIC 9(7).
               1 WSRefSource PIC X(1).
               1 WSRefOperator PIC X(8).
               1 WSRefResult PIC X(1).
                   88 WSRefAccepted VALUE 'Y', 'N'.
                   88 WSRefRecorded VALUE 'Y'.

      *    Zone de travail pour la desactivation d'un client
               1 WSDelIDNum PIC 9(7).

               2 PIC X(2) TO WSNewCountry.
               2 LINE 17 COL 5 VALUE 'Foreign postal  : '.
               2 PIC X(10) TO WSNewPostal.
               2 LINE 18 COL 5 VALUE 'Referred by Id  : '.
               2 PIC 9(7) TO WSNewReferrerId.
               2 COL 32 VALUE '(0000000 = none)'.

      *    Ecran de revue avant ecriture
           1 s-plg-add-review.
               2 COL 24 PIC X(1) FROM WSNewRecordType.
               2 LINE 15 COL 5 VALUE 'Company Name    : '.
               2 COL 24 PIC X(30) FROM WSNewCompanyName.
               2 LINE 16 COL 5 VALUE 'Referred by Id  : '.
               2 COL 24 PIC 9(7) FROM WSNewReferrerId.
               2 LINE 17 COL 5 VALUE 'Save this customer (Y/N) : '.
               2 PIC X(1) TO WSConfirm REQUIRED.

               2 LINE 6 COL 5 VALUE 'Last Name       : '.
               2 COL 24 PIC X(15) FROM LastName OF CustomerData.
               2 LINE 7 COL 5 VALUE 'Street Number   : '.
               2 COL 24 PIC X(3) FROM WSShowAddrNum.
               2 LINE 8 COL 5 VALUE 'Street Name     : '.
               2 COL 24 PIC X(40) FROM WSShowStreet.
               2 LINE 9 COL 5 VALUE 'Zip Code        : '.
               2 COL 24 PIC X(5) FROM CustAddrZip OF CustomerData.
               2 LINE 10 COL 5 VALUE 'City            : '.
               2 COL 24 PIC X(20) FROM CustAddrCity OF CustomerData.
               2 LINE 11 COL 5 VALUE 'Email           : '.
               2 COL 24 PIC X(30) FROM WSShowEmail.
               2 LINE 12 COL 5 VALUE 'Phone           : '.
               2 COL 24 PIC X(12) FROM WSShowPhone.
               2 LINE 13 COL 5 VALUE 'Type            : '.
               2 COL 24 PIC X(1) FROM CustRecordType OF CustomerData.
               2 LINE 14 COL 5 VALUE 'Company Name    : '.
       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSDataFileName FROM ENVIRONMENT "CUSTMSTR"
                   ON EXCEPTION
                       MOVE "test.dat" TO WSDataFileName
                   DISPLAY "Access denied."
                   GOBACK
               END-IF
               MOVE 'R' TO WSMaskFunction
               MOVE WSOperatorRole TO WSMaskFlag
               CALL 'PiiMask' USING WSMaskFunction WSMaskValue
                   WSMaskFlag
               MOVE WSMaskFlag TO WSMaskedView
               PERFORM CheckMasterLock
               IF WSMasterLocked
                   PERFORM OfferLockOverride
                   MOVE FUNCTION CURRENT-DATE(1:8) TO OpPwdDate
                   MOVE '0' TO OpFailCount
                   MOVE 'N' TO OpLockFlag
                   MOVE SPACES TO OpLastSignon
                   WRITE OperatorRecord
                   CLOSE OperatorFile
                   DISPLAY "Operators.dat not found, "
                   MOVE 'Y' TO WSLoginValid
                   MOVE WSTblOpRole(WSOpFoundIdx) TO WSOperatorRole
                   MOVE '0' TO WSTblOpFailCount(WSOpFoundIdx)
                   MOVE FUNCTION CURRENT-DATE(1:14)
                       TO WSTblOpLastSignon(WSOpFoundIdx)
                   PERFORM SaveOperatorTable
               ELSE
                   PERFORM CountFailedAttempt
               MOVE SPACES TO JrnlBeforeImage
               MOVE SPACES TO JrnlAfterImage
               MOVE SPACES TO JrnlMakerId
               CALL 'JrnlChain' USING 'J' WSJournalFileName
                   JournalRecord JrnlChainValue
               WRITE JournalRecord
               CLOSE JournalFile.

               MOVE SPACES TO WSNewPhone
               MOVE SPACES TO WSNewCountry
               MOVE SPACES TO WSNewPostal
               IF BatchReferrerId IS NUMERIC
                   MOVE BatchReferrerId TO WSNewReferrerId
               ELSE
                   MOVE ZERO TO WSNewReferrerId
               END-IF
               PERFORM ValidateNewCustomer
               IF WSInvalidEntry
                   ADD 1 TO WSBatchRejectedCount
                   DISPLAY "Rejected, invalid entry, Id "
                       BatchIDNum
                   IF WSRefAccepted
                       MOVE "Invalid entry" TO WSRejectReason
                   ELSE
                       MOVE "Invalid referrer" TO WSRejectReason
                   END-IF
                   PERFORM WriteRejectRecord
               ELSE
                   CALL 'NameCase' USING WSNewFirstName
                           MOVE SPACES TO WSBeforeImage
                           SET JrnlAdd TO TRUE
                           PERFORM WriteJournalEntry
                           MOVE "ADD" TO WSScreenFoundBy
                           CALL 'WatchScreen' USING CustomerData
                               WSScreenFoundBy WSScreenHits
                           IF WSScreenHits > ZERO
                               DISPLAY "Customer " BatchIDNum
                                   " queued for sanctions review."
                           END-IF
                           MOVE WSNewIDNum TO WSRefNewId
                           MOVE WSNewReferrerId TO WSRefReferrerId
                           MOVE 'B' TO WSRefSource
                           MOVE WSOperatorId TO WSRefOperator
                           PERFORM RecordReferral
      *    The journal is cut before the trailer bump: the keyed
      *    read in UpdateTrailerCount replaces the record area
      *    with the trailer, and a journal taken after it would

           WriteRejectRecord.
               MOVE SPACES TO RejectLine
               STRING BatchTransaction(1:105) DELIMITED BY SIZE
                      " - REJECTED: " DELIMITED BY SIZE
                      WSRejectReason  DELIMITED BY SIZE
                   INTO RejectLine
                               IF IDNum OF WSCustomerData NOT = ZERO
                                   AND IDNum OF WSCustomerData
                                       NOT = 9999999
                                   IF WSShowMasked
                                       PERFORM MaskListedCustomer
                                   END-IF
                                   DISPLAY WSCustomerData
                               END-IF
                       END-READ
                               MOVE SPACES TO WSBeforeImage
                               SET JrnlAdd TO TRUE
                               PERFORM WriteJournalEntry
                               PERFORM ScreenNewCustomer
                               MOVE WSNewIDNum TO WSRefNewId
                               MOVE WSNewReferrerId
                                   TO WSRefReferrerId
                               MOVE 'S' TO WSRefSource
                               MOVE WSOperatorId TO WSRefOperator
                               PERFORM RecordReferral
      *    The journal is cut before the trailer bump: the keyed
      *    read in UpdateTrailerCount replaces the record area
      *    with the trailer, and a journal taken after it would
               MOVE WSBeforeImage TO JrnlBeforeImage
               MOVE CustomerData TO JrnlAfterImage
               MOVE WSJournalMakerId TO JrnlMakerId
               CALL 'JrnlChain' USING 'J' WSJournalFileName
                   JournalRecord JrnlChainValue
               WRITE JournalRecord
               CLOSE JournalFile.

               MOVE WSOperatorId TO PendMakerId
               MOVE FUNCTION CURRENT-DATE(1:14) TO PendStamp
               MOVE WSCustomerData TO PendProposed
               IF WSPendSubmitType = 'A'
                   MOVE SPACES TO PendOrigImage
                   MOVE SPACES TO PendReferrer
                   IF WSNewReferrerId NOT = ZERO
                       MOVE WSNewReferrerId TO PendReferrer
                   END-IF
               ELSE
                   MOVE WSBeforeImage TO PendOrigImage
                   MOVE SPACES TO PendReferrer
               END-IF
               WRITE PendingRecord
               CLOSE PendingFile
               DISPLAY "Change submitted for supervisor approval.".
                           MOVE WSPendWork TO WSPendEntry(WSPendIdx)
                           SET WSPendChanged TO TRUE
                       END-IF
                       IF WSApplyCollided
                           MOVE 'R' TO WSPendWStatus
                           MOVE WSPendWork TO WSPendEntry(WSPendIdx)
                           SET WSPendChanged TO TRUE
                       END-IF
                   WHEN WSApproveReject
                       MOVE 'R' TO WSPendWStatus
                       MOVE WSPendWork TO WSPendEntry(WSPendIdx)
                       MOVE SPACES TO WSBeforeImage
                       SET JrnlAdd TO TRUE
                       PERFORM WriteJournalEntry
                       PERFORM ScreenNewCustomer
                       IF WSPendWReferrer IS NUMERIC
                           MOVE IDNum OF WSCustomerData TO WSRefNewId
                           MOVE WSPendWReferrer TO WSRefReferrerId
                           MOVE 'S' TO WSRefSource
                           MOVE WSPendWMaker TO WSRefOperator
                           PERFORM RecordReferral
                       END-IF
      *    The journal is cut before the trailer bump: the keyed
      *    read in UpdateTrailerCount replaces the record area
      *    with the trailer, and a journal taken after it would
                       DISPLAY "Change approved and applied."
               END-WRITE.

      *|==============================================================|
      *    RecordReferral hands a customer just written, and the
      *    referrer keyed with it, to RefCapture to go on the
      *    referral file. The caller sets the WSRef fields; no
      *    referrer means nothing is recorded, and a referral
      *    already on file for the Id is left as it stands.
      *|==============================================================|

           RecordReferral.
               IF WSRefReferrerId = ZERO
                   EXIT PARAGRAPH
               END-IF
               MOVE 'W' TO WSRefFunction
               CALL 'RefCapture' USING WSRefFunction WSRefNewId
                   WSRefReferrerId WSRefSource WSRefOperator
                   WSRefResult
               IF WSRefRecorded
                   DISPLAY "Referral by " WSRefReferrerId
                       " recorded."
               ELSE
                   DISPLAY "Referral by " WSRefReferrerId
                       " not recorded (" WSRefResult ")."
               END-IF.

      *|==============================================================|
      *    ScreenNewCustomer puts a customer just added on the screen
      *    or approved off the pending queue through the sanctions
      *    watch-list screen. WSCustomerData holds the new image in
      *    both cases.
      *|==============================================================|

           ScreenNewCustomer.
               MOVE "ADD" TO WSScreenFoundBy
               CALL 'WatchScreen' USING WSCustomerData WSScreenFoundBy
                   WSScreenHits
               IF WSScreenHits > ZERO
                   DISPLAY "Possible sanctions watch-list match: "
                       "queued for supervisor review."
               END-IF.

      *|==============================================================|
      *    ApplyPendingChange serves both approved updates and
      *    approved deactivates: the record is re-read for a fresh
      *    before-image, the proposed image laid over it, and the
      *    rewrite journaled under the type the maker submitted.
      *    A record saved by anyone since the maker read it is not
      *    overlaid: the collision is shown and journaled, and the
      *    entry is rejected so the maker keys the change again on
      *    the record as it now stands.
      *|==============================================================|

           ApplyPendingChange.
                           "on file."
                       EXIT PARAGRAPH
               END-READ
               IF WSPendWOrigImage NOT = SPACES
                   AND CustUpdatedStamp OF CustomerData
                       NOT = WSPendWOrigStamp
                   CALL 'CustCollide' USING WSOperatorId
                       WSPendWOrigImage CustomerData
                   DISPLAY "Change rejected: " WSPendWMaker
                       " must key it again on the record as it "
                       "now stands."
                   SET WSApplyCollided TO TRUE
                   EXIT PARAGRAPH
               END-IF
               MOVE CustomerData TO WSBeforeImage
               MOVE WSCustomerData TO CustomerData
               MOVE FUNCTION CURRENT-DATE(1:14)
                       DISPLAY "Change approved and applied."
               END-REWRITE.

      *|==============================================================|
      *    RereadForCollision reads the customer again just before an
      *    update or delete is rewritten. If the stamp still matches
      *    the one first read, the changed record goes back in the
      *    record area for the REWRITE; if not, someone saved the
      *    customer meanwhile, CustCollide shows and journals what
      *    they changed, and nothing is rewritten.
      *|==============================================================|

           RereadForCollision.
               MOVE 'N' TO WSCollideFlag
               MOVE CustomerData TO WSAfterImage
               READ DataFile
                   INVALID KEY
                       DISPLAY "Customer is no longer on file; "
                           "nothing was saved."
                       SET WSCollided TO TRUE
                       EXIT PARAGRAPH
               END-READ
               IF CustUpdatedStamp OF CustomerData NOT = WSReadStamp
                   CALL 'CustCollide' USING WSOperatorId
                       WSBeforeImage CustomerData
                   DISPLAY "Re-apply the change to the record as it "
                       "now stands."
                   SET WSCollided TO TRUE
               ELSE
                   MOVE WSAfterImage TO CustomerData
               END-IF.

      *|==============================================================|
      *    LoadPendingTable and SavePendingTable move the queue in
      *    and out of its table, the same shape as the operator file,
                       MOVE 'N' TO WSInputValid
                   END-IF
               END-IF
               MOVE 'V' TO WSRefFunction
               MOVE WSNewIDNum TO WSRefNewId
               MOVE WSNewReferrerId TO WSRefReferrerId
               CALL 'RefCapture' USING WSRefFunction WSRefNewId
                   WSRefReferrerId WSRefSource WSRefOperator
                   WSRefResult
               EVALUATE WSRefResult
                   WHEN 'D'
                       DISPLAY "Referred-by Id does not verify."
                       MOVE 'N' TO WSInputValid
                   WHEN 'S'
                       DISPLAY "A customer cannot refer itself."
                       MOVE 'N' TO WSInputValid
               END-EVALUATE
               MOVE 'V' TO WSCodeFunction
               MOVE "RECTYPE" TO WSCodeTableName
               MOVE SPACES TO WSCodeValue
                       NOT INVALID KEY
                           MOVE 'Y' TO WSUpdFound
                           MOVE CustomerData TO WSBeforeImage
                           MOVE CustUpdatedStamp OF CustomerData
                               TO WSReadStamp
                           MOVE FirstName OF CustomerData
                               TO WSUpdFirstName
                           MOVE LastName OF CustomerData
                           MOVE 'U' TO WSPendSubmitType
                           PERFORM WritePendingRecord
                       ELSE
                           PERFORM RereadForCollision
                       END-IF
                       IF NOT WSRoleUpdate AND NOT WSCollided
                           REWRITE CustomerData
                               INVALID KEY
                                   DISPLAY "Update failed."
                       NOT INVALID KEY
                           MOVE 'Y' TO WSDelFound
                           MOVE CustomerData TO WSBeforeImage
                           MOVE CustUpdatedStamp OF CustomerData
                               TO WSReadStamp
                   END-READ
               END-IF
               IF WSDelRecordFound
                           MOVE 'D' TO WSPendSubmitType
                           PERFORM WritePendingRecord
                       ELSE
                           PERFORM RereadForCollision
                       END-IF
                       IF NOT WSRoleUpdate AND NOT WSCollided
                           REWRITE CustomerData
                               INVALID KEY
                                   DISPLAY "Delete failed."
                   MOVE WSCodeDesc TO WSLookupContactDesc
                   MOVE IDNum OF CustomerData TO WSNoteIDNum
                   PERFORM FindLastNote
                   MOVE IDNum OF CustomerData TO WSAccIDNum
                   MOVE "LOOKUP" TO WSAccScreen
                   PERFORM WriteAccessRecord
                   MOVE CustAddrNum OF CustomerData TO WSShowAddrNum
                   MOVE CustAddrStreet OF CustomerData TO WSShowStreet
                   MOVE CustEmail OF CustomerData TO WSShowEmail
                   MOVE CustPhone OF CustomerData TO WSShowPhone
                   IF WSShowMasked
                       PERFORM MaskContactData
                   END-IF
                   DISPLAY s-plg-lookup-display
                   ACCEPT s-plg-lookup-display
               END-IF.
                   LastName OF CustomerData " "
                   CustAddrCity OF CustomerData " "
                   WSLookupStatus
               MOVE IDNum OF CustomerData TO WSAccIDNum
               MOVE "BROWSE" TO WSAccScreen
               PERFORM WriteAccessRecord
               ADD 1 TO WSBrowseRows
               IF WSBrowseRows >= 10
                   SET WSBrowsePageDone TO TRUE
                       NOT AT END
                           IF AAIDNum = WSAltEntryId
                               ADD 1 TO WSAltShownCount
                               MOVE AAAddrNum TO WSShowAddrNum
                               MOVE AAStreet TO WSShowStreet
                               IF WSShowMasked
                                   PERFORM MaskContactData
                               END-IF
                               DISPLAY AAType " " AAFromDate "-"
                                   AAToDate " " WSShowAddrNum " "
                                   WSShowStreet " " AAZip " " AACity
                           END-IF
                   END-READ
               END-PERFORM
                   LastName OF CustomerData " "
                   CustAddrCity OF CustomerData " "
                   WSLookupStatus
               MOVE IDNum OF CustomerData TO WSAccIDNum
               MOVE "SEARCH" TO WSAccScreen
               PERFORM WriteAccessRecord
               ADD 1 TO WSSearchCount
               IF WSSearchCount >= 15
                   DISPLAY "(more matches not shown; narrow the "
                   SET WSSearchDone TO TRUE
               END-IF.

      *|==============================================================|
      *    MaskContactData stars out the copies of the street, email,
      *    and phone a screen is about to show, house number and all;
      *    MaskListedCustomer does the same to a whole record about
      *    to be listed raw.
      *|==============================================================|

           MaskContactData.
               MOVE "***" TO WSShowAddrNum
               MOVE 'S' TO WSMaskFunction
               MOVE WSShowStreet TO WSMaskValue
               CALL 'PiiMask' USING WSMaskFunction WSMaskValue
                   WSMaskFlag
               MOVE WSMaskValue TO WSShowStreet
               MOVE 'E' TO WSMaskFunction
               MOVE WSShowEmail TO WSMaskValue
               CALL 'PiiMask' USING WSMaskFunction WSMaskValue
                   WSMaskFlag
               MOVE WSMaskValue TO WSShowEmail
               MOVE 'P' TO WSMaskFunction
               MOVE WSShowPhone TO WSMaskValue
               CALL 'PiiMask' USING WSMaskFunction WSMaskValue
                   WSMaskFlag
               MOVE WSMaskValue TO WSShowPhone.

           MaskListedCustomer.
               MOVE CustAddrStreet OF WSCustomerData TO WSShowStreet
               MOVE CustEmail OF WSCustomerData TO WSShowEmail
               MOVE CustPhone OF WSCustomerData TO WSShowPhone
               PERFORM MaskContactData
               MOVE ZERO TO CustAddrNum OF WSCustomerData
               MOVE WSShowStreet TO CustAddrStreet OF WSCustomerData
               MOVE WSShowEmail TO CustEmail OF WSCustomerData
               MOVE WSShowPhone TO CustPhone OF WSCustomerData.

      *|==============================================================|
      *    WriteAccessRecord logs one customer put on screen: the
      *    signed-in operator, the Id, and which screen showed it.
      *|==============================================================|

           WriteAccessRecord.
               CALL 'AccessLog' USING WSOperatorId WSAccIDNum
                   WSAccScreen.

      *|==============================================================|
      *    PickSearchMatch lets the operator open one of the listed
      *    customers without retyping anything but the Id: L shows
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           IF JrnlIDNum = WSUndoIDNum
                               AND NOT JrnlCollision
                               MOVE 'Y' TO WSUndoEntryFound
                               MOVE JrnlTranType TO WSUndoLastTranType
                           END-IF
               MOVE WSBeforeImage TO JrnlBeforeImage
               MOVE SPACES TO JrnlAfterImage
               MOVE SPACES TO JrnlMakerId
               CALL 'JrnlChain' USING 'J' WSJournalFileName
                   JournalRecord JrnlChainValue
               WRITE JournalRecord
               CLOSE JournalFile.

