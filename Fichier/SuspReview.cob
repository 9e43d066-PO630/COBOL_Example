      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SuspReview.

      *|==============================================================|
      *    SuspReview is the supervisor's side of suspicious-activity
      *    monitoring, in the RefundReview manner: each open alert
      *    SuspMonitor raised on the case file (CUSTSUSPCASE, default
      *    SuspCase.dat, SuspCase.cpy layout) is shown beside the
      *    customer it concerns, and is closed with a disposition --
      *    'N' no concern, 'V' verified with the customer, 'E'
      *    escalated for investigation -- and a short note saying
      *    why. The close is stamped with the date and the deciding
      *    supervisor; nothing is removed, and an alert skipped
      *    stays open for next time.
      *
      *    An alert may lead to money being held or an account being
      *    frozen, so only a supervisor may decide one.
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT CaseFile ASSIGN TO WSCaseFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSCaseStatus.

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

               FD CaseFile.
                   COPY "SuspCase.cpy".

               FD CustomerFile.
                   COPY "CustRec.cpy".

           WORKING-STORAGE SECTION.

               1 WSCaseFileName PIC X(100).
               1 WSCustFileName PIC X(100).

               1 WSCaseStatus PIC X(2).
                   88 WSCaseOK VALUE '00'.
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

               1 WSQMax PIC 9(4) VALUE 5000.
               1 WSQCount PIC 9(4) VALUE ZERO.
               1 WSQIdx PIC 9(4).
               1 WSQOverflowFlag PIC X(1) VALUE 'N'.
                   88 WSQOverflow VALUE 'Y'.

               1 QTable.
                   2 QSlot OCCURS 5000 TIMES PIC X(158).

               COPY "SuspCase.cpy"
                   REPLACING ==SuspCaseRecord== BY ==WSWorkCase==
                       LEADING ==SCase== BY ==WC==.

               1 WSDecision PIC X(1).
                   88 WSNoConcern VALUES 'N', 'n'.
                   88 WSVerified VALUES 'V', 'v'.
                   88 WSEscalate VALUES 'E', 'e'.

               1 WSNote PIC X(40).

               1 WSOpenSeen PIC 9(4) VALUE ZERO.
               1 WSClosedCount PIC 9(4) VALUE ZERO.
               1 WSEscalatedCount PIC 9(4) VALUE ZERO.

               1 WSAmountEdit PIC Z,ZZZ,ZZ9.99.
               1 WSCustStatusText PIC X(8).

      *|==============================================================|

       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSCaseFileName FROM ENVIRONMENT "CUSTSUSPCASE"
                   ON EXCEPTION
                       MOVE "SuspCase.dat" TO WSCaseFileName
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
                   DISPLAY "Suspicious-activity review is restricted "
                       "to supervisors."
                   GOBACK
               END-IF
               PERFORM LoadCaseFile
      *    The case file is rewritten whole from the table, so one
      *    too long for it is not touched at all.
               IF WSQOverflow
                   DISPLAY "The case file holds more than " WSQMax
                       " lines; refer it to the programmers before "
                       "reviewing."
                   GOBACK
               END-IF
               OPEN INPUT CustomerFile
               PERFORM ReviewOneCase
                   VARYING WSQIdx FROM 1 BY 1
                   UNTIL WSQIdx > WSQCount
               CLOSE CustomerFile
               IF WSOpenSeen = ZERO
                   DISPLAY "No open suspicious-activity alerts."
                   GOBACK
               END-IF
               PERFORM SaveCaseFile
               DISPLAY "Closed " WSClosedCount " of " WSOpenSeen
                   " open alerts, " WSEscalatedCount " escalated."
               GOBACK.

           LoadCaseFile.
               MOVE 'N' TO WSEOF
               OPEN INPUT CaseFile
               IF NOT WSCaseOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ CaseFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF WSQCount < WSQMax
                               ADD 1 TO WSQCount
                               MOVE SuspCaseRecord
                                   TO QSlot(WSQCount)
                           ELSE
                               SET WSQOverflow TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CaseFile.

      *|==============================================================|
      *    ReviewOneCase shows one open alert and takes the
      *    supervisor's disposition and note. A disposition without
      *    a note is not accepted: the decision has to say why.
      *|==============================================================|

           ReviewOneCase.
               MOVE QSlot(WSQIdx) TO WSWorkCase
               IF NOT WCOpen
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WSOpenSeen
               PERFORM ShowCase
               DISPLAY "No concern, Verified, Escalate, or skip "
                   "(N/V/E/space) : " WITH NO ADVANCING
               ACCEPT WSDecision
               IF NOT WSNoConcern AND NOT WSVerified
                   AND NOT WSEscalate
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO WSNote
               DISPLAY "Note (why) : " WITH NO ADVANCING
               ACCEPT WSNote
               IF WSNote = SPACES
                   DISPLAY "No note given; the alert stays open."
                   EXIT PARAGRAPH
               END-IF
               EVALUATE TRUE
                   WHEN WSNoConcern
                       SET WCNoConcern TO TRUE
                   WHEN WSVerified
                       SET WCVerified TO TRUE
                   WHEN WSEscalate
                       SET WCEscalated TO TRUE
                       ADD 1 TO WSEscalatedCount
               END-EVALUATE
               SET WCClosed TO TRUE
               MOVE WSNote TO WCNote
               MOVE WSRunDate TO WCDecideDate
               MOVE WSOperatorId TO WCOperator
               MOVE WSWorkCase TO QSlot(WSQIdx)
               ADD 1 TO WSClosedCount
               DISPLAY "Closed.".

           ShowCase.
               MOVE WCAmount TO WSAmountEdit
               DISPLAY " "
               DISPLAY "Alert " WCRule " on customer " WCIDNum
                   "  raised " WCDetectDate "  event " WCEventDate
               MOVE WCIDNum TO IDNum
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
               END-READ
               DISPLAY "  " WCDetail
               DISPLAY "  Amount " WSAmountEdit.

           SaveCaseFile.
               OPEN OUTPUT CaseFile
               PERFORM VARYING WSQIdx FROM 1 BY 1
                       UNTIL WSQIdx > WSQCount
                   MOVE QSlot(WSQIdx) TO SuspCaseRecord
                   WRITE SuspCaseRecord
               END-PERFORM
               CLOSE CaseFile.

      *|==============================================================|
