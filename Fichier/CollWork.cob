      *    operator walks the accounts CollBuild assigned to them,
      *    and for each one sees everything the call needs -- the
      *    balance off the queue, the last few posting-history
      *    lines, the most recent notes, the last dunning level
      *    sent, and the authorized contacts in force today, so
      *    the collector knows who besides the customer may be
      *    spoken to about the debt -- then records the outcome as a
      *    promise-to-pay (amount and date, appended open to
      *    CollProm.dat) that the nightly CollCheck verifies
      *    against the credits that actually arrive. No more
      *    marked-up aging printouts.
      *
      *    A queued account that has come under a legal hold since
      *    the build (LegalCheck: bankruptcy, deceased, litigation)
      *    is never put in front of the collector; the skipped
      *    accounts are listed on the screen as the queue loads.
      *|==============================================================|

       ENVIRONMENT DIVISION.
                   FILE STATUS IS WSQueueStatus.

               SELECT HistoryFile ASSIGN TO WSHistFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PostHKey
                   FILE STATUS IS WSHistFileStatus.

               SELECT NotesFile ASSIGN TO WSNotesFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSPromStatus.

               SELECT AuthFile ASSIGN TO WSAuthFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AuthKey
                   FILE STATUS IS WSAuthFileStatus.

      *|==============================================================|

       DATA DIVISION.

               FD HistoryFile.
                   COPY "PostRec.cpy".
                   COPY "PostHKey.cpy".

               FD NotesFile.
                   COPY "NoteRec.cpy".
               FD PromiseFile.
                   COPY "PromRec.cpy".

               FD AuthFile.
                   COPY "AuthRec.cpy".

           WORKING-STORAGE SECTION.

               1 WSQueueFileName PIC X(100).
               1 WSNotesFileName PIC X(100).
               1 WSDunHistName PIC X(100).
               1 WSPromFileName PIC X(100).
               1 WSAuthFileName PIC X(100).

               1 WSQueueStatus PIC X(2).
                   88 WSQueueOK VALUE '00'.
               1 WSPromStatus PIC X(2).
                   88 WSPromOK VALUE '00'.
                   88 WSPromMissing VALUE '35'.
               1 WSAuthFileStatus PIC X(2).
                   88 WSAuthFileOK VALUE '00'.

               1 WSEOF PIC X(1).
                   88 WSAtEOF VALUE 'Y'.

               1 WSShownCount PIC 9(2).

               1 WSAuthRelName PIC X(17).
               1 WSAuthLevelName PIC X(12).

               1 WSAction PIC X(1).
                   88 WSTakePromise VALUES 'P', 'p'.
                   88 WSQuitWork VALUES 'Q', 'q'.

               1 WSPromiseCount PIC 9(3) VALUE ZERO.

      *    Legal-hold verdict from the shared LegalCheck subprogram.
               1 WSLegalAnswer PIC X(1).
                   88 WSLegalHeld VALUE 'Y'.
               1 WSLegalType PIC X(1).
               1 WSLegalName PIC X(10).
               1 WSLegalCount PIC 9(3) VALUE ZERO.

      *|==============================================================|

       SCREEN SECTION.
       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSQueueFileName FROM ENVIRONMENT "CUSTCOLLQ"
                   ON EXCEPTION
                       MOVE "CollQueue.dat" TO WSQueueFileName
                   ON EXCEPTION
                       MOVE "CollProm.dat" TO WSPromFileName
               END-ACCEPT
               ACCEPT WSAuthFileName FROM ENVIRONMENT "CUSTAUTHCON"
                   ON EXCEPTION
                       MOVE "AuthContact.dat" TO WSAuthFileName
               END-ACCEPT
               ACCEPT WSBizDateParm FROM ENVIRONMENT "CUSTBIZDATE"
                   ON EXCEPTION
                       MOVE SPACES TO WSBizDateParm
                       NOT AT END
                           IF CollCollector = WSOperatorId
                               AND WSWorkCount < WSWorkMax
                               PERFORM LoadOneQueued
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE QueueFile
               IF WSLegalCount > ZERO
                   DISPLAY WSLegalCount " queued accounts skipped "
                       "under a legal hold."
               END-IF.

           LoadOneQueued.
               CALL 'LegalCheck' USING CollIDNum WSLegalAnswer
                   WSLegalType WSLegalName
               IF WSLegalHeld
                   ADD 1 TO WSLegalCount
                   DISPLAY "Account " CollIDNum " skipped: "
                       WSLegalName " hold -- do not contact."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WSWorkCount
               MOVE CollIDNum TO WkIDNum(WSWorkCount)
               MOVE CollBalance TO WkBalance(WSWorkCount)
               MOVE CollLastPost TO WkLastPost(WSWorkCount).

      *|==============================================================|
      *    WorkOneAccount lays the account out -- balance, recent
               PERFORM ShowRecentPostings
               PERFORM ShowRecentNotes
               PERFORM ShowDunningLevel
               PERFORM ShowAuthContacts
               DISPLAY "Promise, next, or Quit (P/N/Q) : "
                   WITH NO ADVANCING
               ACCEPT WSAction
               IF NOT WSHistFileOK
                   EXIT PARAGRAPH
               END-IF
               MOVE WkIDNum(WSWorkIdx) TO PostHKeyIDNum
               MOVE ZERO TO PostHKeyDate
               MOVE ZERO TO PostHKeySeq
               START HistoryFile KEY IS NOT LESS THAN PostHKey
                   INVALID KEY SET WSAtEOF TO TRUE
               END-START
               PERFORM UNTIL WSAtEOF
                   READ HistoryFile NEXT RECORD
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF PostHIDNum = WkIDNum(WSWorkIdx)
                                   PostHType " " WSShowAmount
                                   " " PostHDesc
                               ADD 1 TO WSShownCount
                           ELSE
                               SET WSAtEOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
                       " sent " WSLastDunDate
               END-IF.

      *|==============================================================|
      *    ShowAuthContacts lists the authorities in force today;
      *    with none, the debt is discussed with the customer only.
      *|==============================================================|

           ShowAuthContacts.
               MOVE ZERO TO WSShownCount
               OPEN INPUT AuthFile
               IF WSAuthFileOK
                   MOVE WkIDNum(WSWorkIdx) TO AuthIDNum
                   MOVE ZERO TO AuthSeq
                   MOVE 'N' TO WSEOF
                   START AuthFile KEY IS NOT LESS THAN AuthKey
                       INVALID KEY
                           SET WSAtEOF TO TRUE
                   END-START
                   PERFORM UNTIL WSAtEOF
                       READ AuthFile NEXT RECORD
                           AT END SET WSAtEOF TO TRUE
                           NOT AT END
                               IF AuthIDNum NOT = WkIDNum(WSWorkIdx)
                                   SET WSAtEOF TO TRUE
                               ELSE
                                   PERFORM ShowOneAuthContact
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE AuthFile
               END-IF
               IF WSShownCount = ZERO
                   DISPLAY "  (no authorized contacts -- customer "
                       "only)"
               END-IF.

           ShowOneAuthContact.
               IF AuthEffDate > WSRunDate
                   OR (AuthExpiryDate NOT = ZERO
                       AND AuthExpiryDate < WSRunDate)
                   EXIT PARAGRAPH
               END-IF
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
                   MOVE "full" TO WSAuthLevelName
               ELSE
                   MOVE "inquiry only" TO WSAuthLevelName
               END-IF
               DISPLAY "  may discuss with " AuthName " "
                   WSAuthRelName " " WSAuthLevelName
               ADD 1 TO WSShownCount.

           TakeOnePromise.
               DISPLAY s-plg-promise
               ACCEPT s-plg-promise
