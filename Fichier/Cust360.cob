       PROGRAM-ID. Cust360.

      *|==============================================================|
      *    Cust360 is the one-stop inquiry hung off CustMenu: give it a
      *    customer Id and it assembles, read-only, everything the
      *    system already knows -- the master record, its identity
      *    verification, and the authorized contacts the account may be
      *    discussed with today, the current balance with the last few
      *    posting-history lines, the business group it belongs to with
      *    the group's balance rolled up to the parent, any disputed
      *    charges, the latest rating tier, the most recent notes, the
      *    latest changes to the record off the audit journal (the
      *    archived ones found through the journal's customer
      *    cross-reference, CUSTJRNLXREF, not by a scan), alias
      *    cross-references from the merge file, alternate addresses in
      *    effect today, recent campaign contacts, and the documents
      *    most recently sent off the correspondence log -- so one
      *    phone call is one screen instead of the lookup screen, the
      *    notes screen, and three printed reports. The operator signs
      *    on through OperSignon, and every customer shown is recorded
      *    on the access log. A role PiiMask says must not see contact
      *    data gets the street, email, phone, and correspondence
      *    addresses masked.
      *
      *    An Id retired by a merge is followed through the alias
      *    file to its survivor, the same courtesy the lookup screen
      *    extends. Output pages the way ReportViewer pages: Enter
      *    for the next section, Q to stop early. Nothing here
      *    writes anything but the access-log line.
      *|==============================================================|

       ENVIRONMENT DIVISION.
                   FILE STATUS IS WSBalFileStatus.

               SELECT HistoryFile ASSIGN TO WSHistFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PostHKey
                   FILE STATUS IS WSHistFileStatus.

               SELECT RatingHistFile ASSIGN TO WSRatHistFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSCampHistStatus.

               SELECT CorrFile ASSIGN TO WSCorrFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSCorrStatus.

               SELECT DisputeFile ASSIGN TO WSDispFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DispKey
                   FILE STATUS IS WSDispFileStatus.

               SELECT KycFile ASSIGN TO WSKycFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS KycIDNum
                   FILE STATUS IS WSKycFileStatus.

               SELECT AuthFile ASSIGN TO WSAuthFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AuthKey
                   FILE STATUS IS WSAuthFileStatus.

               SELECT HierFile ASSIGN TO WSHierFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS HierChildId
                   ALTERNATE RECORD KEY IS HierParentId
                       WITH DUPLICATES
                   FILE STATUS IS WSHierFileStatus.

               SELECT XrefFile ASSIGN TO WSXrefFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS JXKey
                   FILE STATUS IS WSXrefStatus.

               SELECT JournalFile ASSIGN TO WSJournalFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSJournalStatus.

      *|==============================================================|

       DATA DIVISION.

               FD HistoryFile.
                   COPY "PostRec.cpy".
                   COPY "PostHKey.cpy".

               FD RatingHistFile.
                   COPY "RatHist.cpy".
               FD CampHistFile.
                   COPY "CampRec.cpy".

               FD CorrFile.
                   COPY "CorrRec.cpy".

               FD DisputeFile.
                   COPY "DispRec.cpy".

               FD KycFile.
                   COPY "KycRec.cpy".

               FD AuthFile.
                   COPY "AuthRec.cpy".

               FD HierFile.
                   COPY "HierRec.cpy".

               FD XrefFile.
                   COPY "JrnlXref.cpy".

               FD JournalFile.
                   COPY "JrnlRec.cpy".

           WORKING-STORAGE SECTION.

               1 WSCustFileName PIC X(100).
               1 WSAliasFileName PIC X(100).
               1 WSAltFileName PIC X(100).
               1 WSCampHistName PIC X(100).
               1 WSCorrFileName PIC X(100).
               1 WSDispFileName PIC X(100).
               1 WSKycFileName PIC X(100).
               1 WSAuthFileName PIC X(100).
               1 WSHierFileName PIC X(100).
               1 WSXrefFileName PIC X(100).
               1 WSJournalFileName PIC X(100).

               1 WSFileStatus PIC X(2).
                   88 WSFileOK VALUE '00'.
                   88 WSAltFileOK VALUE '00'.
               1 WSCampHistStatus PIC X(2).
                   88 WSCampHistOK VALUE '00'.
               1 WSCorrStatus PIC X(2).
                   88 WSCorrOK VALUE '00'.
               1 WSDispFileStatus PIC X(2).
                   88 WSDispFileOK VALUE '00'.
               1 WSKycFileStatus PIC X(2).
                   88 WSKycFileOK VALUE '00'.
               1 WSAuthFileStatus PIC X(2).
                   88 WSAuthFileOK VALUE '00'.
               1 WSHierFileStatus PIC X(2).
                   88 WSHierFileOK VALUE '00'.
               1 WSXrefStatus PIC X(2).
                   88 WSXrefOK VALUE '00'.
               1 WSJournalStatus PIC X(2).
                   88 WSJournalOK VALUE '00'.

               1 WSScanEOF PIC X(1).
                   88 WSScanAtEOF VALUE 'Y'.
               1 WSBizDateParm PIC X(8).
               1 WSToday PIC 9(8).

               1 WSOperatorId PIC X(8).
               1 WSOperatorRole PIC X(1).
               1 WSSignonValid PIC X(1).
                   88 WSSignonOK VALUE 'Y'.

               1 WSAccScreen PIC X(10) VALUE "CUST360".

      *    Contact-data masking for the signed-on role, through the
      *    shared PiiMask service.
               1 WSMaskFunction PIC X(1).
               1 WSMaskValue PIC X(40).
               1 WSMaskFlag PIC X(1).
               1 WSMaskedView PIC X(1) VALUE 'N'.
                   88 WSShowMasked VALUE 'Y'.
               1 WSShowAddrNum PIC X(3).
               1 WSShowStreet PIC X(40).
               1 WSShowEmail PIC X(30).
               1 WSShowPhone PIC X(12).

      *    Paging in the ReportViewer manner: Enter for the next
      *    section, Q to stop the inquiry early.
               1 WSPauseReply PIC X(1).
                       3 RNoteOperator PIC X(8).
                       3 RNoteText PIC X(60).

               1 RecentChangeTable.
                   2 RecentChangeEntry OCCURS 5 TIMES.
                       3 RChgStamp PIC 9(14).
                       3 RChgType PIC X(1).
                       3 RChgOperator PIC X(8).
               1 WSChgStamp PIC 9(14).
               1 WSChgType PIC X(1).
               1 WSChgOperator PIC X(8).
               1 WSChgTypeName PIC X(10).

               1 RecentCampTable.
                   2 RecentCampEntry OCCURS 5 TIMES.
                       3 RCampCode PIC X(8).
                       3 RCampDate PIC 9(8).
                       3 RCampType PIC X(1).

               1 RecentCorrTable.
                   2 RecentCorrEntry OCCURS 5 TIMES.
                       3 RCorrDate PIC 9(8).
                       3 RCorrDocType PIC X(8).
                       3 RCorrTemplate PIC X(20).
                       3 RCorrChannel PIC X(5).
                       3 RCorrAddress PIC X(40).

               1 WSLatestRatDate PIC 9(8).
               1 WSLatestRatTier PIC X(8).
               1 WSLatestRatScore PIC 99V99.
               1 WSShowScore PIC Z9.99.

               1 WSLineCount PIC 9(3).
               1 WSClosedCount PIC 9(3).

               1 WSKycFoundFlag PIC X(1).
                   88 WSKycOnFile VALUE 'Y'.

               1 WSAuthRelName PIC X(17).
               1 WSAuthOtherCount PIC 9(3).

      *    Business group: the head office the customer belongs to
      *    (itself when it is the parent), how many subsidiaries,
      *    and the balance of the whole group.
               1 WSGroupParent PIC 9(7).
               1 WSGroupRole PIC X(1).
                   88 WSGroupChild VALUE 'C'.
                   88 WSGroupHead VALUE 'P'.
                   88 WSNoGroup VALUE 'N'.
               1 WSGroupSubs PIC 9(4).
               1 WSGroupBalance PIC S9(9)V99.
               1 WSShowGroupBal PIC -ZZZZZZZZ9.99.

      *|==============================================================|

       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               PERFORM GetFileNames
               PERFORM GetToday
               CALL 'OperSignon' USING WSOperatorId WSOperatorRole
                   WSSignonValid
               IF NOT WSSignonOK
                   DISPLAY "Access denied."
                   GOBACK
               END-IF
               MOVE 'R' TO WSMaskFunction
               MOVE WSOperatorRole TO WSMaskFlag
               CALL 'PiiMask' USING WSMaskFunction WSMaskValue
                   WSMaskFlag
               MOVE WSMaskFlag TO WSMaskedView
               OPEN INPUT CustomerFile
               IF NOT WSFileOK
                   DISPLAY "Customer file will not open: "
               ACCEPT WSCampHistName FROM ENVIRONMENT "CUSTCAMPHIST"
                   ON EXCEPTION
                       MOVE "CampaignHist.dat" TO WSCampHistName
               END-ACCEPT
               ACCEPT WSCorrFileName FROM ENVIRONMENT "CUSTCORR"
                   ON EXCEPTION
                       MOVE "Correspondence.dat" TO WSCorrFileName
               END-ACCEPT
               ACCEPT WSDispFileName FROM ENVIRONMENT "CUSTDISPUTE"
                   ON EXCEPTION
                       MOVE "Dispute.dat" TO WSDispFileName
               END-ACCEPT
               ACCEPT WSKycFileName FROM ENVIRONMENT "CUSTKYC"
                   ON EXCEPTION
                       MOVE "KycFile.dat" TO WSKycFileName
               END-ACCEPT
               ACCEPT WSAuthFileName FROM ENVIRONMENT "CUSTAUTHCON"
                   ON EXCEPTION
                       MOVE "AuthContact.dat" TO WSAuthFileName
               END-ACCEPT
               ACCEPT WSHierFileName FROM ENVIRONMENT "CUSTHIER"
                   ON EXCEPTION
                       MOVE "Hierarchy.dat" TO WSHierFileName
               END-ACCEPT
               ACCEPT WSXrefFileName FROM ENVIRONMENT "CUSTJRNLXREF"
                   ON EXCEPTION
                       MOVE "JrnlXref.dat" TO WSXrefFileName
               END-ACCEPT
               ACCEPT WSJournalFileName FROM ENVIRONMENT "CUSTJRNL"
                   ON EXCEPTION
                       MOVE "Journal.log" TO WSJournalFileName
               END-ACCEPT.

           GetToday.
                       "anywhere else."
                   EXIT PARAGRAPH
               END-IF
               CALL 'AccessLog' USING WSOperatorId WSWorkingId
                   WSAccScreen
               MOVE SPACE TO WSPauseReply
               PERFORM ShowMasterSection
               PERFORM ShowKycSection
               PERFORM ShowAuthSection
               PERFORM SectionPause
               IF WSQuitViewing EXIT PARAGRAPH END-IF
               PERFORM ShowBalanceSection
               PERFORM ShowGroupSection
               PERFORM ShowDisputeSection
               PERFORM SectionPause
               IF WSQuitViewing EXIT PARAGRAPH END-IF
               PERFORM ShowRatingSection
               PERFORM ShowNotesSection
               PERFORM ShowChangeSection
               PERFORM SectionPause
               IF WSQuitViewing EXIT PARAGRAPH END-IF
               PERFORM ShowAliasSection
               PERFORM ShowAltAddrSection
               PERFORM ShowCampSection
               PERFORM ShowCorrSection
               PERFORM SectionPause.

           SectionPause.
                   WHEN OTHER
                       DISPLAY " Status  : " CustActiveFlag
               END-EVALUATE
               MOVE CustAddrNum TO WSShowAddrNum
               MOVE CustAddrStreet TO WSShowStreet
               MOVE CustEmail TO WSShowEmail
               MOVE CustPhone TO WSShowPhone
               IF WSShowMasked
                   PERFORM MaskContactData
               END-IF
               DISPLAY " Address : " WSShowAddrNum " "
                   WSShowStreet
               DISPLAY "           " CustAddrZip " " CustAddrCity
               DISPLAY " Email   : " WSShowEmail
               DISPLAY " Phone   : " WSShowPhone
               DISPLAY " Prefers : " CustPreferredContact.

      *|==============================================================|
      *    ShowKycSection: the identity document on file (its number
      *    is stored masked), the result, and whether it has lapsed.
      *|==============================================================|

           ShowKycSection.
               MOVE 'N' TO WSKycFoundFlag
               OPEN INPUT KycFile
               IF WSKycFileOK
                   MOVE WSWorkingId TO KycIDNum
                   READ KycFile
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO WSKycFoundFlag
                   END-READ
                   CLOSE KycFile
               END-IF
               IF NOT WSKycOnFile
                   DISPLAY " Identity: not verified, nothing on file"
                   EXIT PARAGRAPH
               END-IF
               EVALUATE TRUE
                   WHEN KycVerified
                       DISPLAY " Identity: verified " KycVerifyDate
                           " by " KycOperator
                   WHEN KycPending
                       DISPLAY " Identity: pending since "
                           KycVerifyDate " (" KycOperator ")"
                   WHEN KycFailed
                       DISPLAY " Identity: FAILED " KycVerifyDate
                           " by " KycOperator
                   WHEN OTHER
                       DISPLAY " Identity: status " KycStatus
               END-EVALUATE
               DISPLAY "           document " KycDocType " "
                   KycDocNumber " issued " KycIssueCountry
               IF KycExpiryDate NOT = ZERO
                   IF KycExpiryDate < WSToday
                       DISPLAY "           EXPIRED " KycExpiryDate
                   ELSE
                       DISPLAY "           expires " KycExpiryDate
                   END-IF
               END-IF.

      *|==============================================================|
      *    ShowAuthSection: who besides the customer the account may
      *    be discussed with today, and how far; authorities ended
      *    or not yet in force are only counted.
      *|==============================================================|

           ShowAuthSection.
               MOVE ZERO TO WSLineCount
               MOVE ZERO TO WSAuthOtherCount
               OPEN INPUT AuthFile
               IF WSAuthFileOK
                   MOVE WSWorkingId TO AuthIDNum
                   MOVE ZERO TO AuthSeq
                   MOVE 'N' TO WSScanEOF
                   START AuthFile KEY IS NOT LESS THAN AuthKey
                       INVALID KEY
                           SET WSScanAtEOF TO TRUE
                   END-START
                   PERFORM UNTIL WSScanAtEOF
                       READ AuthFile NEXT RECORD
                           AT END SET WSScanAtEOF TO TRUE
                           NOT AT END
                               IF AuthIDNum NOT = WSWorkingId
                                   SET WSScanAtEOF TO TRUE
                               ELSE
                                   PERFORM ShowOneAuthContact
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE AuthFile
               END-IF
               IF WSLineCount = ZERO
                   DISPLAY " Authorized contacts: none -- discuss "
                       "the account with the customer only"
               END-IF
               IF WSAuthOtherCount > ZERO
                   DISPLAY "   (" WSAuthOtherCount
                       " more ended or not yet in force)"
               END-IF.

           ShowOneAuthContact.
               IF AuthEffDate > WSToday
                   OR (AuthExpiryDate NOT = ZERO
                       AND AuthExpiryDate < WSToday)
                   ADD 1 TO WSAuthOtherCount
                   EXIT PARAGRAPH
               END-IF
               IF WSLineCount = ZERO
                   DISPLAY " Authorized contacts:"
               END-IF
               ADD 1 TO WSLineCount
               EVALUATE TRUE
                   WHEN AuthSpouse
                       MOVE "spouse/partner" TO WSAuthRelName
                   WHEN AuthFamily
                       MOVE "family" TO WSAuthRelName
                   WHEN AuthAccountant
                       MOVE "accountant" TO WSAuthRelName
                   WHEN AuthLawyer
                       MOVE "lawyer" TO WSAuthRelName
                   WHEN AuthPowerOfAtty
                       MOVE "power of attorney" TO WSAuthRelName
                   WHEN AuthOfficer
                       MOVE "company officer" TO WSAuthRelName
                   WHEN OTHER
                       MOVE "third party" TO WSAuthRelName
               END-EVALUATE
               IF AuthFull
                   DISPLAY "   " AuthName " " WSAuthRelName
                       " FULL authority"
               ELSE
                   DISPLAY "   " AuthName " " WSAuthRelName
                       " inquiry only"
               END-IF
               IF AuthExpiryDate NOT = ZERO
                   DISPLAY "     until " AuthExpiryDate
               END-IF
               IF NOT AuthDocHeld
                   DISPLAY "     no signed authority on file"
               END-IF.

      *|==============================================================|
      *    MaskContactData stars out the street, email, and phone
      *    about to be shown, house number and all.
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

      *|==============================================================|
      *    Balance and the last few posting lines. PostHist.dat is
      *    append-only, so one pass keeping a small ring of the
                   PERFORM ShowRecentPostings
               END-IF.

      *|==============================================================|
      *    ShowGroupSection rolls exposure up to the parent for a
      *    business account in a group: a subsidiary shows its head
      *    office, a head office its subsidiary count, and either
      *    one the balance of the whole group -- the parent's own
      *    balance plus every subsidiary's.
      *|==============================================================|

           ShowGroupSection.
               MOVE 'N' TO WSGroupRole
               OPEN INPUT HierFile
               IF NOT WSHierFileOK
                   EXIT PARAGRAPH
               END-IF
               MOVE WSWorkingId TO HierChildId
               READ HierFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'C' TO WSGroupRole
                       MOVE HierParentId TO WSGroupParent
               END-READ
               IF WSNoGroup
                   MOVE WSWorkingId TO HierParentId
                   START HierFile KEY IS = HierParentId
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'P' TO WSGroupRole
                           MOVE WSWorkingId TO WSGroupParent
                   END-START
               END-IF
               IF WSNoGroup
                   CLOSE HierFile
                   EXIT PARAGRAPH
               END-IF
               MOVE ZERO TO WSGroupSubs
               MOVE ZERO TO WSGroupBalance
               OPEN INPUT BalanceFile
               MOVE WSGroupParent TO BalIDNum
               PERFORM AddGroupBalance
               MOVE WSGroupParent TO HierParentId
               MOVE 'N' TO WSScanEOF
               START HierFile KEY IS = HierParentId
                   INVALID KEY
                       SET WSScanAtEOF TO TRUE
               END-START
               PERFORM UNTIL WSScanAtEOF
                   READ HierFile NEXT RECORD
                       AT END SET WSScanAtEOF TO TRUE
                       NOT AT END
                           IF HierParentId NOT = WSGroupParent
                               SET WSScanAtEOF TO TRUE
                           ELSE
                               ADD 1 TO WSGroupSubs
                               MOVE HierChildId TO BalIDNum
                               PERFORM AddGroupBalance
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BalanceFile
               CLOSE HierFile
               IF WSGroupChild
                   MOVE WSGroupParent TO IDNum OF CustomerData
                   READ CustomerFile
                       INVALID KEY
                           MOVE SPACES TO CustCompanyName
                   END-READ
                   DISPLAY " Group   : subsidiary of " WSGroupParent
                       " " CustCompanyName
               ELSE
                   DISPLAY " Group   : head office of " WSGroupSubs
                       " subsidiaries"
               END-IF
               MOVE WSGroupBalance TO WSShowGroupBal
               ADD 1 TO WSGroupSubs
               DISPLAY "           group balance " WSShowGroupBal
                   " across " WSGroupSubs " accounts".

           AddGroupBalance.
               IF NOT WSBalFileOK
                   EXIT PARAGRAPH
               END-IF
               READ BalanceFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD BalAmount TO WSGroupBalance
               END-READ.

      *|==============================================================|
      *    ShowDisputeSection lists the open dispute cases, which
      *    are held out of the aging, and counts the closed ones.
      *|==============================================================|

           ShowDisputeSection.
               MOVE ZERO TO WSLineCount
               MOVE ZERO TO WSClosedCount
               OPEN INPUT DisputeFile
               IF WSDispFileOK
                   MOVE WSWorkingId TO DispIDNum
                   MOVE ZERO TO DispSeq
                   MOVE 'N' TO WSScanEOF
                   START DisputeFile KEY IS NOT LESS THAN DispKey
                       INVALID KEY
                           SET WSScanAtEOF TO TRUE
                   END-START
                   PERFORM UNTIL WSScanAtEOF
                       READ DisputeFile NEXT RECORD
                           AT END SET WSScanAtEOF TO TRUE
                           NOT AT END
                               IF DispIDNum NOT = WSWorkingId
                                   SET WSScanAtEOF TO TRUE
                               ELSE
                                   PERFORM ShowOneDispute
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE DisputeFile
               END-IF
               IF WSLineCount = ZERO
                   DISPLAY " No open disputes."
               END-IF
               IF WSClosedCount > ZERO
                   DISPLAY " Closed disputes on file: " WSClosedCount
               END-IF.

           ShowOneDispute.
               IF NOT DispOpen
                   ADD 1 TO WSClosedCount
                   EXIT PARAGRAPH
               END-IF
               IF WSLineCount = ZERO
                   DISPLAY " Open disputes (held out of aging):"
               END-IF
               ADD 1 TO WSLineCount
               MOVE DispAmount TO WSShowAmount
               DISPLAY "   Case " DispSeq " posted " DispPostDate
                   " " WSShowAmount " " DispReason
               DISPLAY "     opened " DispOpenDate " by "
                   DispOpenOper.

           LoadRecentPostings.
               MOVE ZERO TO WSKeepCount
               OPEN INPUT HistoryFile
                   EXIT PARAGRAPH
               END-IF
               MOVE 'N' TO WSScanEOF
               MOVE WSWorkingId TO PostHKeyIDNum
               MOVE ZERO TO PostHKeyDate
               MOVE ZERO TO PostHKeySeq
               START HistoryFile KEY IS NOT LESS THAN PostHKey
                   INVALID KEY SET WSScanAtEOF TO TRUE
               END-START
               PERFORM UNTIL WSScanAtEOF
                   READ HistoryFile NEXT RECORD
                       AT END SET WSScanAtEOF TO TRUE
                       NOT AT END
                           IF PostHIDNum = WSWorkingId
                               PERFORM KeepOnePosting
                           ELSE
                               SET WSScanAtEOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               MOVE NoteOperator TO RNoteOperator(WSKeepCount)
               MOVE NoteText TO RNoteText(WSKeepCount).

      *|==============================================================|
      *    ShowChangeSection keeps the last few journal entries for
      *    the customer: the archived ones off the cross-reference,
      *    already in timestamp order, then the online journal's,
      *    which are newer still.
      *|==============================================================|

           ShowChangeSection.
               MOVE ZERO TO WSKeepCount
               OPEN INPUT XrefFile
               IF WSXrefOK
                   MOVE 'N' TO WSScanEOF
                   MOVE WSWorkingId TO JXIDNum
                   MOVE ZERO TO JXStamp JXSegDate JXEntryNum
                   START XrefFile KEY IS >= JXKey
                       INVALID KEY SET WSScanAtEOF TO TRUE
                   END-START
                   PERFORM UNTIL WSScanAtEOF
                       READ XrefFile NEXT RECORD
                           AT END SET WSScanAtEOF TO TRUE
                           NOT AT END
                               IF JXIDNum NOT = WSWorkingId
                                   SET WSScanAtEOF TO TRUE
                               ELSE
                                   MOVE JXStamp TO WSChgStamp
                                   MOVE JXTranType TO WSChgType
                                   MOVE JXOperator TO WSChgOperator
                                   PERFORM KeepOneChange
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE XrefFile
               END-IF
               OPEN INPUT JournalFile
               IF WSJournalOK
                   MOVE 'N' TO WSScanEOF
                   PERFORM UNTIL WSScanAtEOF
                       READ JournalFile
                           AT END SET WSScanAtEOF TO TRUE
                           NOT AT END
                               IF JrnlIDNum = WSWorkingId
                                   MOVE JrnlTimestamp TO WSChgStamp
                                   MOVE JrnlTranType TO WSChgType
                                   MOVE JrnlOperator TO WSChgOperator
                                   PERFORM KeepOneChange
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE JournalFile
               END-IF
               IF WSKeepCount = ZERO
                   DISPLAY " No changes on the journal."
               ELSE
                   DISPLAY " Recent changes to the record:"
                   PERFORM VARYING WSKeepIdx FROM 1 BY 1
                           UNTIL WSKeepIdx > WSKeepCount
                       EVALUATE RChgType(WSKeepIdx)
                           WHEN 'A' MOVE "Added" TO WSChgTypeName
                           WHEN 'U' MOVE "Updated" TO WSChgTypeName
                           WHEN 'D' MOVE "Deactivated"
                                        TO WSChgTypeName
                           WHEN 'O' MOVE "Override" TO WSChgTypeName
                           WHEN 'C' MOVE "Collided" TO WSChgTypeName
                           WHEN OTHER
                               MOVE RChgType(WSKeepIdx)
                                   TO WSChgTypeName
                       END-EVALUATE
                       DISPLAY "   " RChgStamp(WSKeepIdx)(1:8) " "
                           RChgStamp(WSKeepIdx)(9:4) " "
                           WSChgTypeName " by "
                           RChgOperator(WSKeepIdx)
                   END-PERFORM
               END-IF.

           KeepOneChange.
               IF WSKeepCount < WSKeepMax
                   ADD 1 TO WSKeepCount
               ELSE
                   PERFORM VARYING WSKeepIdx FROM 1 BY 1
                           UNTIL WSKeepIdx >= WSKeepMax
                       MOVE RecentChangeEntry(WSKeepIdx + 1)
                           TO RecentChangeEntry(WSKeepIdx)
                   END-PERFORM
               END-IF
               MOVE WSChgStamp TO RChgStamp(WSKeepCount)
               MOVE WSChgType TO RChgType(WSKeepCount)
               MOVE WSChgOperator TO RChgOperator(WSKeepCount).

           ShowAliasSection.
               DISPLAY " "
               MOVE ZERO TO WSLineCount
                                           "in effect:"
                                   END-IF
                                   ADD 1 TO WSLineCount
                                   MOVE AAAddrNum TO WSShowAddrNum
                                   MOVE AAStreet TO WSShowStreet
                                   IF WSShowMasked
                                       PERFORM MaskContactData
                                   END-IF
                                   DISPLAY "   " AAType " "
                                       WSShowAddrNum " " WSShowStreet
                                   DISPLAY "     " AAZip " " AACity
                                       " (" AAFromDate " - "
                                       AAToDate ")"
               MOVE CampMailType TO RCampType(WSKeepCount).

      *|==============================================================|
      *    The documents most recently sent, off the correspondence
      *    log. A masked role sees the address masked the way the
      *    master's street and email are.
      *|==============================================================|

           ShowCorrSection.
               MOVE ZERO TO WSKeepCount
               OPEN INPUT CorrFile
               IF WSCorrOK
                   MOVE 'N' TO WSScanEOF
                   PERFORM UNTIL WSScanAtEOF
                       READ CorrFile
                           AT END SET WSScanAtEOF TO TRUE
                           NOT AT END
                               IF CorrIDNum = WSWorkingId
                                   PERFORM KeepOneCorr
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CorrFile
               END-IF
               IF WSKeepCount = ZERO
                   DISPLAY " No correspondence on file."
               ELSE
                   DISPLAY " Recent correspondence:"
                   PERFORM VARYING WSKeepIdx FROM 1 BY 1
                           UNTIL WSKeepIdx > WSKeepCount
                       IF WSShowMasked
                           PERFORM MaskCorrAddress
                       END-IF
                       DISPLAY "   " RCorrDate(WSKeepIdx) " "
                           RCorrDocType(WSKeepIdx) " "
                           RCorrTemplate(WSKeepIdx) " "
                           RCorrChannel(WSKeepIdx)
                       DISPLAY "            "
                           RCorrAddress(WSKeepIdx)
                   END-PERFORM
               END-IF.

           KeepOneCorr.
               IF WSKeepCount < WSKeepMax
                   ADD 1 TO WSKeepCount
               ELSE
                   PERFORM VARYING WSKeepIdx FROM 1 BY 1
                           UNTIL WSKeepIdx >= WSKeepMax
                       MOVE RecentCorrEntry(WSKeepIdx + 1)
                           TO RecentCorrEntry(WSKeepIdx)
                   END-PERFORM
               END-IF
               MOVE CorrDate TO RCorrDate(WSKeepCount)
               MOVE CorrDocType TO RCorrDocType(WSKeepCount)
               MOVE CorrTemplate TO RCorrTemplate(WSKeepCount)
               MOVE CorrChannel TO RCorrChannel(WSKeepCount)
               MOVE CorrAddress TO RCorrAddress(WSKeepCount).

           MaskCorrAddress.
               IF RCorrChannel(WSKeepIdx) = "EMAIL"
                   MOVE 'E' TO WSMaskFunction
               ELSE
                   MOVE 'S' TO WSMaskFunction
               END-IF
               MOVE RCorrAddress(WSKeepIdx) TO WSMaskValue
               CALL 'PiiMask' USING WSMaskFunction WSMaskValue
                   WSMaskFlag
               MOVE WSMaskValue TO RCorrAddress(WSKeepIdx).

      *|==============================================================|
