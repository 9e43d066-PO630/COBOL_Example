      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LimitApprove.

      *|==============================================================|
      *    LimitApprove is the supervisor's side of the credit-limit
      *    review: each raise or cut the quarterly LimitReview left
      *    pending on the review queue (CUSTLIMREVQ, default
      *    LimitRevQ.dat, LimRevRec.cpy layout) is shown with the
      *    evidence letters behind it and accepted or rejected. An
      *    accepted one rewrites the limit on the limit file
      *    (CUSTLIMIT, default CredLimit.dat) stamped with the
      *    reviewing supervisor, the way LimitMaint stamps a limit
      *    keyed by hand. A limit changed by hand since the review
      *    ran is not overwritten: that line is rejected as stale
      *    and the next review weighs the new limit. Skipped lines
      *    stay pending for the next session.
      *
      *    Every accepted cut is written to an Id list (CUSTLIMDNIDS,
      *    default LimitDecrease.ids) and, at the end of the session,
      *    handed to FormLetter with the decrease-notice template
      *    (CUSTLIMDNTPL, default LimitDecrease.txt -- the &LIMIT
      *    marker states the new limit) into LimitLetters.rpt. The
      *    notices go on the correspondence log as document type
      *    LIMITDN. Like LimitMaint, supervisor-only.
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT ReviewQueue ASSIGN TO WSQueueFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSQueueStatus.

               SELECT LimitFile ASSIGN TO WSLimitFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS LimIDNum
                   FILE STATUS IS WSLimitFileStatus.

               SELECT DecreaseIdFile ASSIGN TO WSIdListName
                   ORGANIZATION IS LINE SEQUENTIAL.

      *|==============================================================|

       DATA DIVISION.

           FILE SECTION.

               FD ReviewQueue.
                   COPY "LimRevRec.cpy".

               FD LimitFile.
                   COPY "LimitRec.cpy".

               FD DecreaseIdFile.
                   1 DecreaseIdLine PIC X(7).

           WORKING-STORAGE SECTION.

               1 WSQueueFileName PIC X(100).
               1 WSLimitFileName PIC X(100).
               1 WSIdListName PIC X(100).
               1 WSTemplateName PIC X(100).

               1 WSQueueStatus PIC X(2).
                   88 WSQueueOK VALUE '00'.
               1 WSLimitFileStatus PIC X(2).
                   88 WSLimitFileOK VALUE '00'.

               1 WSEOF PIC X(1).
                   88 WSAtEOF VALUE 'Y'.

               1 WSOperatorId PIC X(8).
               1 WSOperatorRole PIC X(1).
                   88 WSRoleSupervisor VALUE 'S', ' '.
               1 WSSignonValid PIC X(1).
                   88 WSSignonOK VALUE 'Y'.

               1 WSBizDateParm PIC X(8).
               1 WSRunDate PIC 9(8).

               1 WSQMax PIC 9(4) VALUE 5000.
               1 WSQCount PIC 9(4) VALUE ZERO.
               1 WSQIdx PIC 9(4).
               1 WSPendingCount PIC 9(4) VALUE ZERO.

               1 QTable.
                   2 QSlot OCCURS 5000 TIMES PIC X(74).

               COPY "LimRevRec.cpy"
                   REPLACING ==LimitReviewRecord== BY ==WSWorkRev==
                       LEADING ==LR== BY ==WL==.

               1 WSDecision PIC X(1).
                   88 WSAcceptIt VALUES 'A', 'a'.
                   88 WSRejectIt VALUES 'R', 'r'.

               1 WSAcceptedCount PIC 9(4) VALUE ZERO.
               1 WSRejectedCount PIC 9(4) VALUE ZERO.
               1 WSStaleCount PIC 9(4) VALUE ZERO.
               1 WSDecreaseCount PIC 9(4) VALUE ZERO.
               1 WSIdListFlag PIC X(1) VALUE 'N'.
                   88 WSIdListOpen VALUE 'Y'.

               1 WSShowCurrent PIC ZZZZZZ9.99.
               1 WSShowNew PIC ZZZZZZ9.99.
               1 WSShowBalance PIC ZZZZZZ9.99-.
               1 WSShowAction PIC X(5).

      *|==============================================================|

       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSQueueFileName FROM ENVIRONMENT "CUSTLIMREVQ"
                   ON EXCEPTION
                       MOVE "LimitRevQ.dat" TO WSQueueFileName
               END-ACCEPT
               ACCEPT WSLimitFileName FROM ENVIRONMENT "CUSTLIMIT"
                   ON EXCEPTION
                       MOVE "CredLimit.dat" TO WSLimitFileName
               END-ACCEPT
               ACCEPT WSIdListName FROM ENVIRONMENT "CUSTLIMDNIDS"
                   ON EXCEPTION
                       MOVE "LimitDecrease.ids" TO WSIdListName
               END-ACCEPT
               ACCEPT WSTemplateName FROM ENVIRONMENT "CUSTLIMDNTPL"
                   ON EXCEPTION
                       MOVE "LimitDecrease.txt" TO WSTemplateName
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
                   DISPLAY "Credit limits are restricted to "
                       "supervisors."
                   GOBACK
               END-IF
               PERFORM LoadReviewQueue
               IF WSPendingCount = ZERO
                   DISPLAY "No credit-limit recommendations are "
                       "waiting."
                   GOBACK
               END-IF
               OPEN I-O LimitFile
               IF NOT WSLimitFileOK
                   DISPLAY "LimitApprove: the limit file will not "
                       "open; nothing decided."
                   GOBACK
               END-IF
               PERFORM ReviewOneLimit
                   VARYING WSQIdx FROM 1 BY 1
                   UNTIL WSQIdx > WSQCount
               CLOSE LimitFile
               IF WSIdListOpen
                   CLOSE DecreaseIdFile
               END-IF
               PERFORM SaveReviewQueue
               IF WSDecreaseCount > ZERO
                   PERFORM SendDecreaseNotices
               END-IF
               DISPLAY "Accepted " WSAcceptedCount ", rejected "
                   WSRejectedCount ", stale " WSStaleCount "."
               GOBACK.

           LoadReviewQueue.
               MOVE 'N' TO WSEOF
               OPEN INPUT ReviewQueue
               IF NOT WSQueueOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ ReviewQueue
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF WSQCount < WSQMax
                               ADD 1 TO WSQCount
                               MOVE LimitReviewRecord
                                   TO QSlot(WSQCount)
                               IF LRPending
                                   ADD 1 TO WSPendingCount
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ReviewQueue.

           ReviewOneLimit.
               MOVE QSlot(WSQIdx) TO WSWorkRev
               IF NOT WLPending
                   EXIT PARAGRAPH
               END-IF
               MOVE WLCurLimit TO WSShowCurrent
               MOVE WLNewLimit TO WSShowNew
               MOVE WLBalance TO WSShowBalance
               IF WLRaise
                   MOVE "RAISE" TO WSShowAction
               ELSE
                   MOVE "LOWER" TO WSShowAction
               END-IF
               DISPLAY " "
               DISPLAY "Customer " WLIDNum "  " WLTier
                   "  balance " WSShowBalance
                   "  reasons " WLReasons
               DISPLAY WSShowAction " limit " WSShowCurrent
                   " to " WSShowNew "  (review of " WLQueueDate ")"
               DISPLAY "Accept, Reject, or skip (A/R/space) : "
                   WITH NO ADVANCING
               ACCEPT WSDecision
               EVALUATE TRUE
                   WHEN WSAcceptIt
                       PERFORM ApplyNewLimit
                   WHEN WSRejectIt
                       MOVE 'R' TO WLStatus
                       MOVE WSRunDate TO WLDecideDate
                       MOVE WSOperatorId TO WLOperator
                       MOVE WSWorkRev TO QSlot(WSQIdx)
                       ADD 1 TO WSRejectedCount
                       DISPLAY "Rejected; the limit stands."
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.

      *|==============================================================|
      *    ApplyNewLimit rewrites the limit only while it still
      *    stands at what the review saw.
      *|==============================================================|

           ApplyNewLimit.
               MOVE WSRunDate TO WLDecideDate
               MOVE WSOperatorId TO WLOperator
               MOVE WLIDNum TO LimIDNum
               READ LimitFile
                   INVALID KEY
                       MOVE ZERO TO LimAmount
                       MOVE 'X' TO WLStatus
               END-READ
               IF WLStatus = 'X' OR LimAmount NOT = WLCurLimit
                   MOVE 'R' TO WLStatus
                   MOVE WSWorkRev TO QSlot(WSQIdx)
                   ADD 1 TO WSStaleCount
                   DISPLAY "The limit has changed since the review; "
                       "line rejected as stale."
                   EXIT PARAGRAPH
               END-IF
               MOVE WLNewLimit TO LimAmount
               MOVE WSOperatorId TO LimOperator
               MOVE FUNCTION CURRENT-DATE(1:14) TO LimStamp
               REWRITE CreditLimitRecord
                   INVALID KEY
                       DISPLAY "Limit not rewritten for " WLIDNum
                       EXIT PARAGRAPH
               END-REWRITE
               MOVE 'A' TO WLStatus
               MOVE WSWorkRev TO QSlot(WSQIdx)
               ADD 1 TO WSAcceptedCount
               IF WLLower
                   PERFORM NoteDecrease
               END-IF
               DISPLAY "Limit changed for " WLIDNum.

           NoteDecrease.
               IF NOT WSIdListOpen
                   OPEN OUTPUT DecreaseIdFile
                   MOVE 'Y' TO WSIdListFlag
               END-IF
               MOVE WLIDNum TO DecreaseIdLine
               WRITE DecreaseIdLine
               ADD 1 TO WSDecreaseCount.

           SaveReviewQueue.
               OPEN OUTPUT ReviewQueue
               PERFORM VARYING WSQIdx FROM 1 BY 1
                       UNTIL WSQIdx > WSQCount
                   MOVE QSlot(WSQIdx) TO LimitReviewRecord
                   WRITE LimitReviewRecord
               END-PERFORM
               CLOSE ReviewQueue.

      *|==============================================================|
      *    SendDecreaseNotices hands the session's cuts to
      *    FormLetter through the environment, the AuditConfirm way.
      *|==============================================================|

           SendDecreaseNotices.
               DISPLAY "CUSTLETIDS" UPON ENVIRONMENT-NAME
               DISPLAY WSIdListName UPON ENVIRONMENT-VALUE
               DISPLAY "CUSTLETTER" UPON ENVIRONMENT-NAME
               DISPLAY WSTemplateName UPON ENVIRONMENT-VALUE
               DISPLAY "CUSTLETOUT" UPON ENVIRONMENT-NAME
               DISPLAY "LimitLetters.rpt" UPON ENVIRONMENT-VALUE
               DISPLAY "CUSTCAMPAIGN" UPON ENVIRONMENT-NAME
               DISPLAY " " UPON ENVIRONMENT-VALUE
               DISPLAY "CUSTCORRDOC" UPON ENVIRONMENT-NAME
               DISPLAY "LIMITDN" UPON ENVIRONMENT-VALUE
               DISPLAY "Writing " WSDecreaseCount
                   " limit-decrease notices."
               CANCEL 'FormLetter'
               CALL 'FormLetter'
               CANCEL 'FormLetter'
               DISPLAY "CUSTCORRDOC" UPON ENVIRONMENT-NAME
               DISPLAY " " UPON ENVIRONMENT-VALUE.

      *|==============================================================|
