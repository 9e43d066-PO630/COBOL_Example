      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SanctReview.

      *|==============================================================|
      *    SanctReview is the supervisor's side of the sanctions
      *    review queue (CUSTSANCT, default SanctHits.dat,
      *    SanctRec.cpy layout), in the RefundReview manner: each
      *    pending watch-list hit WatchScreen queued is shown beside
      *    the customer it was found on, and is cleared as a false
      *    match or confirmed. A confirmed hit blocks the customer's
      *    postings and mailings (SanctCheck) until it is released,
      *    which is the second half of the same session: each
      *    standing confirmed hit is offered for release.
      *
      *    Every decision is stamped on the queue line with the date
      *    and the deciding supervisor; nothing is removed. Skipped
      *    hits stay as they were and come back next time. The
      *    exposure is legal, so the screen is supervisor-only, the
      *    LegalMaint rule.
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT QueueFile ASSIGN TO WSQueueFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSQueueStatus.

               SELECT CustomerFile ASSIGN TO WSCustFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS IDNum
                   ALTERNATE RECORD KEY IS LastName
                       WITH DUPLICATES
                   FILE STATUS IS WSFileStatus.

      *|==============================================================|

       DATA DIVISION.

           FILE SECTION.

               FD QueueFile.
                   COPY "SanctRec.cpy".

               FD CustomerFile.
                   COPY "CustRec.cpy".

           WORKING-STORAGE SECTION.

               1 WSQueueFileName PIC X(100).
               1 WSCustFileName PIC X(100).

               1 WSQueueStatus PIC X(2).
                   88 WSQueueOK VALUE '00'.
               1 WSFileStatus PIC X(2).
                   88 WSFileOK VALUE '00'.

               1 WSEOF PIC X(1).
                   88 WSAtEOF VALUE 'Y'.

               1 WSOperatorId PIC X(8).
               1 WSOperatorRole PIC X(1).
                   88 WSRoleSupervisor VALUE 'S', ' '.
               1 WSSignonValid PIC X(1).
                   88 WSSignonOK VALUE 'Y'.

               1 WSBizDateParm PIC X(8).
               1 WSRunDate PIC 9(8).

               1 WSQMax PIC 9(4) VALUE 2000.
               1 WSQCount PIC 9(4) VALUE ZERO.
               1 WSQIdx PIC 9(4).
               1 WSQOverflowFlag PIC X(1) VALUE 'N'.
                   88 WSQOverflow VALUE 'Y'.

               1 QTable.
                   2 QSlot OCCURS 2000 TIMES PIC X(130).

               COPY "SanctRec.cpy"
                   REPLACING ==SanctionHitRecord== BY ==WSWorkHit==
                       LEADING ==Sanct== BY ==WH==.

               1 WSDecision PIC X(1).
                   88 WSClearIt VALUES 'C', 'c'.
                   88 WSConfirmIt VALUES 'F', 'f'.
                   88 WSReleaseIt VALUES 'R', 'r'.

               1 WSPendingSeen PIC 9(4) VALUE ZERO.
               1 WSConfirmedSeen PIC 9(4) VALUE ZERO.
               1 WSClearedCount PIC 9(4) VALUE ZERO.
               1 WSConfirmedCount PIC 9(4) VALUE ZERO.
               1 WSReleasedCount PIC 9(4) VALUE ZERO.

               1 WSMatchText PIC X(12).
               1 WSCustStatusText PIC X(8).

      *|==============================================================|

       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSQueueFileName FROM ENVIRONMENT "CUSTSANCT"
                   ON EXCEPTION
                       MOVE "SanctHits.dat" TO WSQueueFileName
               END-ACCEPT
               ACCEPT WSCustFileName FROM ENVIRONMENT "CUSTMSTR"
                   ON EXCEPTION
                       MOVE "test.dat" TO WSCustFileName
               END-ACCEPT
               ACCEPT WSBizDateParm FROM ENVIRONMENT "CUSTBIZDATE"
                   ON EXCEPTION
                       MOVE SPACES TO WSBizDateParm
               END-ACCEPT
               IF WSBizDateParm = SPACES
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WSRunDate
               ELSE
                   MOVE WSBizDateParm TO WSRunDate
               END-IF
               CALL 'OperSignon' USING WSOperatorId WSOperatorRole
                   WSSignonValid
               IF NOT WSSignonOK
                   DISPLAY "Access denied."
                   GOBACK
               END-IF
               IF NOT WSRoleSupervisor
                   DISPLAY "Sanctions review is restricted to "
                       "supervisors."
                   GOBACK
               END-IF
               PERFORM LoadHitQueue
      *    The queue is rewritten whole from the table, so one too
      *    long for it is not touched at all.
               IF WSQOverflow
                   DISPLAY "The sanctions queue holds more than "
                       WSQMax " lines; refer it to the programmers "
                       "before reviewing."
                   GOBACK
               END-IF
               IF WSQCount = ZERO
                   DISPLAY "The sanctions review queue is empty."
                   GOBACK
               END-IF
               OPEN INPUT CustomerFile
               PERFORM ReviewOnePending
                   VARYING WSQIdx FROM 1 BY 1
                   UNTIL WSQIdx > WSQCount
               PERFORM ReviewOneConfirmed
                   VARYING WSQIdx FROM 1 BY 1
                   UNTIL WSQIdx > WSQCount
               CLOSE CustomerFile
               PERFORM SaveHitQueue
      *    Anything run next in this session asks SanctCheck afresh.
               CANCEL 'SanctCheck'
               IF WSPendingSeen = ZERO AND WSConfirmedSeen = ZERO
                   DISPLAY "No pending or confirmed hits to review."
               END-IF
               DISPLAY "Cleared " WSClearedCount ", confirmed "
                   WSConfirmedCount ", released " WSReleasedCount "."
               GOBACK.

           LoadHitQueue.
               MOVE 'N' TO WSEOF
               OPEN INPUT QueueFile
               IF NOT WSQueueOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ QueueFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF WSQCount < WSQMax
                               ADD 1 TO WSQCount
                               MOVE SanctionHitRecord
                                   TO QSlot(WSQCount)
                           ELSE
                               SET WSQOverflow TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE QueueFile.

      *|==============================================================|
      *    ReviewOnePending shows one pending hit and takes the
      *    supervisor's clear or confirm.
      *|==============================================================|

           ReviewOnePending.
               MOVE QSlot(WSQIdx) TO WSWorkHit
               IF NOT WHPending
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WSPendingSeen
               PERFORM ShowHit
               DISPLAY "Clear as no match, conFirm, or skip "
                   "(C/F/space) : " WITH NO ADVANCING
               ACCEPT WSDecision
               EVALUATE TRUE
                   WHEN WSClearIt
                       MOVE 'C' TO WHStatus
                       MOVE WSRunDate TO WHDecideDate
                       MOVE WSOperatorId TO WHOperator
                       MOVE WSWorkHit TO QSlot(WSQIdx)
                       ADD 1 TO WSClearedCount
                       DISPLAY "Cleared."
                   WHEN WSConfirmIt
                       MOVE 'F' TO WHStatus
                       MOVE WSRunDate TO WHDecideDate
                       MOVE WSOperatorId TO WHOperator
                       MOVE WSWorkHit TO QSlot(WSQIdx)
                       ADD 1 TO WSConfirmedCount
                       DISPLAY "Confirmed; postings and mailings to "
                           WHIDNum " are blocked until release."
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.

      *|==============================================================|
      *    ReviewOneConfirmed offers each standing confirmed hit --
      *    including one confirmed a moment ago -- for release.
      *|==============================================================|

           ReviewOneConfirmed.
               MOVE QSlot(WSQIdx) TO WSWorkHit
               IF NOT WHConfirmed
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WSConfirmedSeen
               PERFORM ShowHit
               DISPLAY "  Confirmed " WHDecideDate " by " WHOperator
               DISPLAY "Release this hit, or keep it (R/space) : "
                   WITH NO ADVANCING
               ACCEPT WSDecision
               IF WSReleaseIt
                   MOVE 'R' TO WHStatus
                   MOVE WSRunDate TO WHReleaseDate
                   MOVE WSOperatorId TO WHReleaseOper
                   MOVE WSWorkHit TO QSlot(WSQIdx)
                   ADD 1 TO WSReleasedCount
                   DISPLAY "Released."
               END-IF.

           ShowHit.
               EVALUATE TRUE
                   WHEN WHExactName
                       MOVE "exact name" TO WSMatchText
                   WHEN OTHER
                       MOVE "sounds alike" TO WSMatchText
               END-EVALUATE
               DISPLAY " "
               DISPLAY "Customer " WHIDNum "  found " WHFoundDate
                   " by " WHFoundBy "  score " WHScore
               MOVE WHIDNum TO IDNum
               READ CustomerFile
                   INVALID KEY
                       DISPLAY "  (no longer on the master)"
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN CustActive
                               MOVE "active" TO WSCustStatusText
                           WHEN CustClosed
                               MOVE "closed" TO WSCustStatusText
                           WHEN OTHER
                               MOVE "inactive" TO WSCustStatusText
                       END-EVALUATE
                       DISPLAY "  " FirstName " " LastName " "
                           CustCompanyName " (" WSCustStatusText ")"
                       DISPLAY "  " CustAddrNum " " CustAddrStreet
                           " " CustAddrCity " " CustAddrCountry
               END-READ
               DISPLAY "  List entry " WHEntryId "  " WHWatchName
               DISPLAY "  Program " WHProgram "  list of "
                   WHListDate "  " WSMatchText
                   "  address " WHAddrMatch "  country "
                   WHCtryMatch.

           SaveHitQueue.
               OPEN OUTPUT QueueFile
               PERFORM VARYING WSQIdx FROM 1 BY 1
                       UNTIL WSQIdx > WSQCount
                   MOVE QSlot(WSQIdx) TO SanctionHitRecord
                   WRITE SanctionHitRecord
               END-PERFORM
               CLOSE QueueFile.

      *|==============================================================|
