      *    half a day of grepping printouts. For the Id given
      *    (CUSTDISCID, else prompted for) it gathers: the master
      *    record, the audit-journal history from Journal.log AND
      *    every archived segment the journal catalog lists (found
      *    through the customer cross-reference, CUSTJRNLXREF,
      *    rather than by reading each segment, whenever the index
      *    is on disk), the customer notes, the posting history
      *    (live file plus any month archives the posting catalog
      *    lists), the current balance, campaign contacts,
      *    campaign responses, the rating history, alias
      *    cross-references, alternate addresses, the authorized
      *    contacts the customer has named, ended authorities
      *    included, and every document sent off the
      *    correspondence log. Alias
      *    cross-references are followed both ways: a merged-away
      *    old Id discloses under its survivor, and every retired Id
      *    that rolled into the survivor is matched through the
      *    history files, so nothing the customer ever was escapes
      *    the report.
      *
      *    Output to CUSTDISCRPT (default Disclosure.rpt) inside
      *    the RptBanner frame, registered in the report catalog.
      *    An Id keyed at the prompt means someone at a desk: the
      *    operator signs on through OperSignon and is named as the
      *    requestor. Every disclosure is recorded on the access
      *    log, under BATCH when the Id came from CUSTDISCID.
      *|==============================================================|

       ENVIRONMENT DIVISION.
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSJrnlCatStatus.

               SELECT XrefFile ASSIGN TO WSXrefFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS JXKey
                   FILE STATUS IS WSXrefStatus.

               SELECT NotesFile ASSIGN TO WSNotesFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSNotesStatus.

               SELECT HistoryFile ASSIGN TO WSHistFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PostHKey
                   FILE STATUS IS WSHistFileStatus.

               SELECT PostCatFile ASSIGN TO WSPostCatName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSPostCatStatus.

               SELECT ArchHistFile ASSIGN TO WSArchFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSArchFileStatus.

               SELECT CampHistFile ASSIGN TO WSCampHistName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSCampHistStatus.
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSAltStatus.

               SELECT AuthFile ASSIGN TO WSAuthFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AuthKey
                   FILE STATUS IS WSAuthFileStatus.

               SELECT CorrFile ASSIGN TO WSCorrFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSCorrStatus.

               SELECT DiscReport ASSIGN TO WSReportFileName
                   ORGANIZATION IS LINE SEQUENTIAL.

                       2 JCatEntryCount PIC 9(7).
                       2 JCatFirstStamp PIC 9(14).
                       2 JCatLastStamp PIC 9(14).
                       2 JCatOpenChain PIC X(16).
                       2 JCatCloseChain PIC X(16).

               FD XrefFile.
                   COPY "JrnlXref.cpy".

               FD NotesFile.
                   COPY "NoteRec.cpy".

               FD HistoryFile.
                   COPY "PostRec.cpy".
                   COPY "PostHKey.cpy".

               FD PostCatFile.
                   1 PostHCatalogRecord.
                       2 PCatLineCount PIC 9(7).
                       2 PCatAmountHash PIC 9(13)V99.

               FD ArchHistFile.
                   COPY "PostRec.cpy"
                       REPLACING LEADING ==PostH== BY ==ArchH==.

               FD CampHistFile.
                   COPY "CampRec.cpy".

               FD AltAddrFile.
                   COPY "AltAddr.cpy".

               FD AuthFile.
                   COPY "AuthRec.cpy".

               FD CorrFile.
                   COPY "CorrRec.cpy".

               FD DiscReport.
                   1 DiscLine PIC X(120).

               1 WSNotesFileName PIC X(100).
               1 WSHistFileName PIC X(100).
               1 WSPostCatName PIC X(100).
               1 WSArchFileName PIC X(100).
               1 WSCampHistName PIC X(100).
               1 WSResultFileName PIC X(100).
               1 WSRatHistFileName PIC X(100).
               1 WSAltFileName PIC X(100).
               1 WSAuthFileName PIC X(100).
               1 WSCorrFileName PIC X(100).
               1 WSReportFileName PIC X(100).

               1 WSFileStatus PIC X(2).
                   88 WSJournalFileOK VALUE '00'.
               1 WSJrnlCatStatus PIC X(2).
                   88 WSJrnlCatOK VALUE '00'.
               1 WSXrefFileName PIC X(100).
               1 WSXrefStatus PIC X(2).
                   88 WSXrefOK VALUE '00'.
               1 WSXrefEOF PIC X(1).
                   88 WSXrefAtEOF VALUE 'Y'.
               1 WSNotesStatus PIC X(2).
                   88 WSNotesOK VALUE '00'.
               1 WSHistFileStatus PIC X(2).
                   88 WSHistFileOK VALUE '00'.
               1 WSPostCatStatus PIC X(2).
                   88 WSPostCatOK VALUE '00'.
               1 WSArchFileStatus PIC X(2).
                   88 WSArchFileOK VALUE '00'.
               1 WSCampHistStatus PIC X(2).
                   88 WSCampHistOK VALUE '00'.
               1 WSResultStatus PIC X(2).
                   88 WSRatHistOK VALUE '00'.
               1 WSAltStatus PIC X(2).
                   88 WSAltFileOK VALUE '00'.
               1 WSAuthFileStatus PIC X(2).
                   88 WSAuthFileOK VALUE '00'.
               1 WSCorrStatus PIC X(2).
                   88 WSCorrOK VALUE '00'.

               1 WSEOF PIC X(1).
                   88 WSAtEOF VALUE 'Y'.
               1 WSAskedId PIC 9(7).
               1 WSSubjectId PIC 9(7).

               1 WSOperatorId PIC X(8) VALUE "BATCH".
               1 WSOperatorRole PIC X(1).
               1 WSSignonValid PIC X(1).
                   88 WSSignonOK VALUE 'Y'.

               1 WSAccScreen PIC X(10) VALUE "DISCLOSE".

      *    Every Id the subject has ever been: the survivor first,
      *    then each retired Id that maps (transitively) onto it.
               1 WSIdSetMax PIC 99 VALUE 20.
       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               PERFORM GetFileNames
               ACCEPT WSIdParm FROM ENVIRONMENT "CUSTDISCID"
                   ON EXCEPTION
                       MOVE SPACES TO WSIdParm
               END-ACCEPT
               IF WSIdParm = SPACES
                   CALL 'OperSignon' USING WSOperatorId
                       WSOperatorRole WSSignonValid
                   IF NOT WSSignonOK
                       DISPLAY "Access denied."
                       MOVE 8 TO RETURN-CODE
                       GOBACK
                   END-IF
                   MOVE WSOperatorId TO WSBnrRequestor
                   DISPLAY "Customer Id to disclose : "
                       WITH NO ADVANCING
                   ACCEPT WSIdParm
                   GOBACK
               END-IF
               PERFORM BuildIdSet
               CALL 'AccessLog' USING WSOperatorId WSSubjectId
                   WSAccScreen
               OPEN OUTPUT DiscReport
               MOVE 'B' TO WSBnrFunction
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
               PERFORM DiscloseRatings
               PERFORM DiscloseAliases
               PERFORM DiscloseAltAddr
               PERFORM DiscloseContacts
               PERFORM DiscloseCorrespondence
               MOVE 'T' TO WSBnrFunction
               MOVE WSLineCount TO WSBnrCount
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   ON EXCEPTION
                       MOVE "JrnlCatalog.dat" TO WSJrnlCatName
               END-ACCEPT
               ACCEPT WSXrefFileName FROM ENVIRONMENT "CUSTJRNLXREF"
                   ON EXCEPTION
                       MOVE "JrnlXref.dat" TO WSXrefFileName
               END-ACCEPT
               ACCEPT WSNotesFileName FROM ENVIRONMENT "CUSTNOTES"
                   ON EXCEPTION
                       MOVE "CustNotes.dat" TO WSNotesFileName
                   ON EXCEPTION
                       MOVE "AltAddr.dat" TO WSAltFileName
               END-ACCEPT
               ACCEPT WSAuthFileName FROM ENVIRONMENT "CUSTAUTHCON"
                   ON EXCEPTION
                       MOVE "AuthContact.dat" TO WSAuthFileName
               END-ACCEPT
               ACCEPT WSCorrFileName FROM ENVIRONMENT "CUSTCORR"
                   ON EXCEPTION
                       MOVE "Correspondence.dat" TO WSCorrFileName
               END-ACCEPT
               ACCEPT WSReportFileName FROM ENVIRONMENT
                       "CUSTDISCRPT"
                   ON EXCEPTION
               CLOSE BalanceFile.

      *|==============================================================|
      *    DiscloseJournal takes the archived history off the
      *    customer cross-reference, every Id in the set in turn,
      *    then walks the live journal. Without the index it falls
      *    back to walking the live journal and every archived
      *    segment the catalog lists, reopening the journal under
      *    each segment's name.
      *|==============================================================|

           DiscloseJournal.
               MOVE " === Audit journal ===" TO SectionHead
               PERFORM WriteSectionHead
               MOVE ZERO TO WSSectionCount
               OPEN INPUT XrefFile
               IF WSXrefOK
                   PERFORM DiscloseIndexedJournal
                       VARYING WSIdSetIdx FROM 1 BY 1
                       UNTIL WSIdSetIdx > WSIdSetCount
                   CLOSE XrefFile
                   PERFORM ScanOneJournalFile
               ELSE
                   PERFORM ScanOneJournalFile
                   PERFORM ScanCatalogSegments
               END-IF
               IF WSSectionCount = ZERO
                   MOVE "   (no journal entries)" TO DiscLine
                   PERFORM EmitDiscLine
               END-IF.

           DiscloseIndexedJournal.
               MOVE 'N' TO WSXrefEOF
               MOVE IdSetEntry(WSIdSetIdx) TO JXIDNum
               MOVE ZERO TO JXStamp JXSegDate JXEntryNum
               START XrefFile KEY IS >= JXKey
                   INVALID KEY SET WSXrefAtEOF TO TRUE
               END-START
               PERFORM UNTIL WSXrefAtEOF
                   READ XrefFile NEXT RECORD
                       AT END SET WSXrefAtEOF TO TRUE
                       NOT AT END
                           IF JXIDNum NOT = IdSetEntry(WSIdSetIdx)
                               SET WSXrefAtEOF TO TRUE
                           ELSE
                               ADD 1 TO WSSectionCount
                               MOVE SPACES TO DiscLine
                               STRING "   " JXStamp
                                      " " JXTranType
                                      " by " JXOperator
                                      " on Id " JXIDNum
                                   DELIMITED BY SIZE INTO DiscLine
                               END-STRING
                               PERFORM EmitDiscLine
                           END-IF
                   END-READ
               END-PERFORM.

           ScanCatalogSegments.
               MOVE 'N' TO WSCatEOF
               OPEN INPUT JrnlCatFile
               IF WSJrnlCatOK
                       END-READ
                   END-PERFORM
                   CLOSE JrnlCatFile
               END-IF.

           ScanOneJournalFile.
               MOVE " === Posting history ===" TO SectionHead
               PERFORM WriteSectionHead
               MOVE ZERO TO WSSectionCount
               OPEN INPUT HistoryFile
               IF WSHistFileOK
                   PERFORM ScanLiveHistory
                       VARYING WSIdSetIdx FROM 1 BY 1
                       UNTIL WSIdSetIdx > WSIdSetCount
                   CLOSE HistoryFile
               END-IF
               MOVE 'N' TO WSCatEOF
               OPEN INPUT PostCatFile
               IF WSPostCatOK
                           AT END SET WSCatAtEOF TO TRUE
                           NOT AT END
                               MOVE PCatFileName
                                   TO WSArchFileName
                               PERFORM ScanOneArchive
                       END-READ
                   END-PERFORM
                   CLOSE PostCatFile
                   PERFORM EmitDiscLine
               END-IF.

      *    ScanLiveHistory reads one Id's postings off the live
      *    history from its first key; ScanOneArchive reads a whole
      *    month archive, which is a flat file in posting order.
           ScanLiveHistory.
               MOVE 'N' TO WSEOF
               MOVE IdSetEntry(WSIdSetIdx) TO PostHKeyIDNum
               MOVE ZERO TO PostHKeyDate
               MOVE ZERO TO PostHKeySeq
               START HistoryFile KEY IS NOT LESS THAN PostHKey
                   INVALID KEY SET WSAtEOF TO TRUE
               END-START
               PERFORM UNTIL WSAtEOF
                   READ HistoryFile NEXT RECORD
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF PostHIDNum = IdSetEntry(WSIdSetIdx)
                               PERFORM DiscloseOnePosting
                           ELSE
                               SET WSAtEOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM.

           ScanOneArchive.
               MOVE 'N' TO WSEOF
               OPEN INPUT ArchHistFile
               IF NOT WSArchFileOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ ArchHistFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           MOVE ArchHistRecord TO PostHistRecord
                           MOVE PostHIDNum TO WSProbeId
                           PERFORM CheckIdInSet
                           IF WSIdInSet
                               PERFORM DiscloseOnePosting
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ArchHistFile.

           DiscloseOnePosting.
               ADD 1 TO WSSectionCount
               MOVE PostHAmount TO WSShowAmount
               MOVE SPACES TO DiscLine
               STRING "   " PostHDate
                      " " PostHType
                      " " WSShowAmount
                      " " PostHDesc
                   DELIMITED BY SIZE INTO DiscLine
               END-STRING
               PERFORM EmitDiscLine.

           DiscloseCampaigns.
               MOVE " === Campaign contacts ===" TO SectionHead
               END-IF.

      *|==============================================================|
      *    DiscloseContacts reads the contact file by key under each
      *    Id in the set, so contacts named under a retired Id are
      *    disclosed with the survivor's.
      *|==============================================================|

           DiscloseContacts.
               MOVE " === Authorized contacts ===" TO SectionHead
               PERFORM WriteSectionHead
               MOVE ZERO TO WSSectionCount
               OPEN INPUT AuthFile
               IF WSAuthFileOK
                   PERFORM VARYING WSIdSetIdx FROM 1 BY 1
                           UNTIL WSIdSetIdx > WSIdSetCount
                       PERFORM DiscloseIdContacts
                   END-PERFORM
                   CLOSE AuthFile
               END-IF
               IF WSSectionCount = ZERO
                   MOVE "   (no authorized contacts)" TO DiscLine
                   PERFORM EmitDiscLine
               END-IF.

           DiscloseIdContacts.
               MOVE IdSetEntry(WSIdSetIdx) TO AuthIDNum
               MOVE ZERO TO AuthSeq
               MOVE 'N' TO WSEOF
               START AuthFile KEY IS NOT LESS THAN AuthKey
                   INVALID KEY
                       EXIT PARAGRAPH
               END-START
               PERFORM UNTIL WSAtEOF
                   READ AuthFile NEXT RECORD
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF AuthIDNum NOT = IdSetEntry(WSIdSetIdx)
                               SET WSAtEOF TO TRUE
                           ELSE
                               ADD 1 TO WSSectionCount
                               MOVE SPACES TO DiscLine
                               STRING "   " AuthName
                                      " relation " AuthRelation
                                      " authority " AuthLevel
                                      " (" AuthEffDate
                                      " - " AuthExpiryDate ")"
                                      " document " AuthDocOnFile
                                   DELIMITED BY SIZE INTO DiscLine
                               END-STRING
                               PERFORM EmitDiscLine
                           END-IF
                   END-READ
               END-PERFORM.

           DiscloseCorrespondence.
               MOVE " === Correspondence sent ===" TO SectionHead
               PERFORM WriteSectionHead
               MOVE ZERO TO WSSectionCount
               MOVE 'N' TO WSEOF
               OPEN INPUT CorrFile
               IF WSCorrOK
                   PERFORM UNTIL WSAtEOF
                       READ CorrFile
                           AT END SET WSAtEOF TO TRUE
                           NOT AT END
                               MOVE CorrIDNum TO WSProbeId
                               PERFORM CheckIdInSet
                               IF WSIdInSet
                                   PERFORM DiscloseOneDocument
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CorrFile
               END-IF
               IF WSSectionCount = ZERO
                   MOVE "   (no correspondence logged)" TO DiscLine
                   PERFORM EmitDiscLine
               END-IF.

           DiscloseOneDocument.
               ADD 1 TO WSSectionCount
               MOVE SPACES TO DiscLine
               STRING "   " CorrDate
                      " " CorrDocType
                      " " CorrTemplate
                      " " CorrChannel
                      " by " CorrSource
                   DELIMITED BY SIZE INTO DiscLine
               END-STRING
               PERFORM EmitDiscLine
               MOVE SPACES TO DiscLine
               STRING "       to " CorrAddress
                   DELIMITED BY SIZE INTO DiscLine
               END-STRING
               WRITE DiscLine AFTER ADVANCING 1 LINE.

      *|==============================================================|
