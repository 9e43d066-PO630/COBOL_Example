      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RptRequest.

      *|==============================================================|
      *    RptRequest is the operator's own way to ask for a one-off
      *    run overnight -- labels for a criteria file, an extract
      *    off a layout, the duplicate worksheet, a batch of
      *    statement reprints for a list of Ids -- instead of asking
      *    operations to set environment variables and launch the
      *    program by hand. The signed-on operator picks a program
      *    from the eligible list (RptElig.cpy), names its criteria
      *    file and parameters, and submits; the request goes on the
      *    request queue (CUSTRPTREQ, default RptRequest.dat,
      *    RptReq.cpy layout) for RptReqRun, the last step of the
      *    nightly chain, which runs it as that operator and files
      *    the output in the report catalog under them, so
      *    ReportViewer shows it to them in the morning.
      *
      *    What each program takes:
      *        MailLabels  run mode C, H, P or T (default C); an Id
      *                    list only for T; criteria file optional
      *        GenExtract  the layout file; criteria file optional
      *        DupFinder   nothing -- it always scans every active
      *                    customer
      *        StmtReprint the Id list and the month (yyyymm)
      *    Every file named must be on disk when the request is
      *    submitted, so a misspelled name is caught at the desk and
      *    not in the morning.
      *
      *    The operator can list their own requests with the state
      *    each one is in -- queued, complete with its output file,
      *    failed and why, withdrawn -- and withdraw one still
      *    queued. A supervisor may withdraw anyone's.
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT RequestFile ASSIGN TO WSRequestFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSRequestStatus.

               SELECT CheckFile ASSIGN TO WSCheckFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSCheckStatus.

      *|==============================================================|

       DATA DIVISION.

           FILE SECTION.

               FD RequestFile.
                   COPY "RptReq.cpy".

               FD CheckFile.
                   1 CheckLine PIC X(80).

           WORKING-STORAGE SECTION.

               1 WSRequestFileName PIC X(100).

               1 WSRequestStatus PIC X(2).
                   88 WSRequestOK VALUE '00'.
                   88 WSRequestMissing VALUE '35'.

               1 WSCheckFileName PIC X(100).

               1 WSCheckStatus PIC X(2).
                   88 WSCheckOK VALUE '00'.

               1 WSEOF PIC X(1).
                   88 WSAtEOF VALUE 'Y'.

               1 WSMenuChoice PIC X(1).
                   88 WSSubmitChoice VALUE '1'.
                   88 WSListChoice VALUE '2'.
                   88 WSWithdrawChoice VALUE '3'.
                   88 WSExitChoice VALUE '0'.

               1 WSOperatorId PIC X(8).
               1 WSOperatorRole PIC X(1).
                   88 WSRoleSupervisor VALUE 'S', ' '.
               1 WSSignonValid PIC X(1).
                   88 WSSignonOK VALUE 'Y'.

      *    The programs an operator may queue.
               COPY "RptElig.cpy".

               1 WSEligIdx PIC 9(2).

               1 WSEntryPick PIC 9(1).
               1 WSEntryProgram PIC X(12).
               1 WSEntrySelect PIC X(50).
               1 WSEntryInput PIC X(50).
               1 WSEntryOption PIC X(8).
               1 WSEntryMonth PIC X(6).
               1 WSEntryMonthNum REDEFINES WSEntryMonth PIC 9(6).
               1 WSEntryMonthParts REDEFINES WSEntryMonth.
                   2 WSEntryYear PIC 9(4).
                   2 WSEntryMM PIC 9(2).

               1 WSConfirm PIC X(1).

               1 WSEntryValidFlag PIC X(1).
                   88 WSEntryValid VALUE 'Y'.

               1 WSHighNumber PIC 9(6) VALUE ZERO.
               1 WSNowStamp PIC 9(14).

               1 WSWithdrawNumber PIC 9(6).

               1 WSStatusWord PIC X(10).
               1 WSListedCount PIC 9(3).

               1 WSTableCount PIC 9(3) VALUE ZERO.

               1 RequestTable.
                   2 RequestEntry OCCURS 500 TIMES PIC X(260).

               1 WSReqIdx PIC 9(3) VALUE ZERO.

               1 WSFoundIdx PIC 9(3) VALUE ZERO.

               1 WSOverflowFlag PIC X(1) VALUE 'N'.
                   88 WSTableOverflow VALUE 'Y'.

      *|==============================================================|

       SCREEN SECTION.

           1 s-plg-rqmenu.
               2 BLANK SCREEN.
               2 LINE 2 COL 5 VALUE 'Overnight Report Requests'.
               2 LINE 4 COL 5 VALUE '1. Submit a request'.
               2 LINE 5 COL 5 VALUE '2. List my requests'.
               2 LINE 6 COL 5 VALUE '3. Withdraw a queued request'.
               2 LINE 7 COL 5 VALUE '0. Exit'.
               2 LINE 9 COL 5 VALUE 'Selection : '.
               2 PIC X(1) TO WSMenuChoice REQUIRED.

           1 s-plg-rqentry.
               2 LINE 17 COL 5 VALUE 'Program number    : '.
               2 PIC 9(1) TO WSEntryPick REQUIRED.
               2 LINE 18 COL 5 VALUE 'Criteria file     : '.
               2 PIC X(50) TO WSEntrySelect.
               2 LINE 19 COL 5 VALUE 'Input file        : '.
               2 PIC X(50) TO WSEntryInput.
               2 LINE 20 COL 5 VALUE 'Mode or month     : '.
               2 PIC X(8) TO WSEntryOption.
               2 LINE 22 COL 5 VALUE 'Submit this request (Y/N) : '.
               2 PIC X(1) TO WSConfirm REQUIRED.

           1 s-plg-rqwithdraw.
               2 LINE 11 COL 5 VALUE 'Request number    : '.
               2 PIC 9(6) TO WSWithdrawNumber REQUIRED.
               2 LINE 13 COL 5 VALUE 'Withdraw this request (Y/N) : '.
               2 PIC X(1) TO WSConfirm REQUIRED.

      *|==============================================================|

       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSRequestFileName FROM ENVIRONMENT "CUSTRPTREQ"
                   ON EXCEPTION
                       MOVE "RptRequest.dat" TO WSRequestFileName
               END-ACCEPT
               CALL 'OperSignon' USING WSOperatorId WSOperatorRole
                   WSSignonValid
               IF NOT WSSignonOK
                   DISPLAY "Access denied."
                   GOBACK
               END-IF
               PERFORM DisplayMenu
               PERFORM UNTIL WSExitChoice
                   EVALUATE TRUE
                       WHEN WSSubmitChoice
                           PERFORM SubmitRequest
                       WHEN WSListChoice
                           PERFORM ListMyRequests
                       WHEN WSWithdrawChoice
                           PERFORM WithdrawRequest
                       WHEN OTHER
                           DISPLAY "Invalid selection"
                   END-EVALUATE
                   PERFORM DisplayMenu
               END-PERFORM
               GOBACK.

           DisplayMenu.
               DISPLAY s-plg-rqmenu
               ACCEPT s-plg-rqmenu.

      *|==============================================================|
      *    SubmitRequest lists the eligible programs, takes the
      *    choice and its parameters, and appends the request to
      *    the queue under the next request number.
      *|==============================================================|

           SubmitRequest.
               PERFORM VARYING WSEligIdx FROM 1 BY 1
                   UNTIL WSEligIdx > EligCount
                   DISPLAY "   " WSEligIdx ". " EligProgram(WSEligIdx)
                       " " EligDesc(WSEligIdx)
               END-PERFORM
               MOVE ZERO TO WSEntryPick
               MOVE SPACES TO WSEntrySelect WSEntryInput
                   WSEntryOption
               DISPLAY s-plg-rqentry
               ACCEPT s-plg-rqentry
               IF WSConfirm NOT = 'Y' AND WSConfirm NOT = 'y'
                   EXIT PARAGRAPH
               END-IF
               PERFORM ValidateEntry
               IF NOT WSEntryValid
                   EXIT PARAGRAPH
               END-IF
               PERFORM FindHighNumber
               MOVE FUNCTION CURRENT-DATE(1:14) TO WSNowStamp
               MOVE SPACES TO RptRequestRecord
               COMPUTE RrqNumber = WSHighNumber + 1
               MOVE WSNowStamp TO RrqSubmitted
               MOVE WSOperatorId TO RrqOperator
               MOVE WSEntryProgram TO RrqProgram
               MOVE WSEntrySelect TO RrqSelectFile
               MOVE WSEntryInput TO RrqInputFile
               MOVE WSEntryOption TO RrqOption
               SET RrqQueued TO TRUE
               MOVE ZERO TO RrqRunStamp
               MOVE ZERO TO RrqRecords
               OPEN EXTEND RequestFile
               IF WSRequestMissing
                   OPEN OUTPUT RequestFile
               END-IF
               WRITE RptRequestRecord
               CLOSE RequestFile
               DISPLAY "Request " RrqNumber " queued: "
                   FUNCTION TRIM(WSEntryProgram)
                   " runs tonight for " WSOperatorId ".".

      *|==============================================================|
      *    ValidateEntry holds each program to what it can take, and
      *    proves every file named is there to be read.
      *|==============================================================|

           ValidateEntry.
               MOVE 'N' TO WSEntryValidFlag
               IF WSEntryPick < 1 OR WSEntryPick > EligCount
                   DISPLAY "Pick a program from the list."
                   EXIT PARAGRAPH
               END-IF
               MOVE EligProgram(WSEntryPick) TO WSEntryProgram
               MOVE FUNCTION UPPER-CASE(WSEntryOption)
                   TO WSEntryOption
               EVALUATE WSEntryProgram
                   WHEN "MailLabels"
                       IF WSEntryOption = SPACES
                           MOVE 'C' TO WSEntryOption
                       END-IF
                       IF WSEntryOption NOT = 'C'
                           AND WSEntryOption NOT = 'H'
                           AND WSEntryOption NOT = 'P'
                           AND WSEntryOption NOT = 'T'
                           DISPLAY "Label mode must be C, H, P or T."
                           EXIT PARAGRAPH
                       END-IF
                       IF WSEntryOption = 'T'
                           AND WSEntryInput = SPACES
                           DISPLAY "A targeted run needs the Id list "
                               "as its input file."
                           EXIT PARAGRAPH
                       END-IF
                       IF WSEntryOption NOT = 'T'
                           AND WSEntryInput NOT = SPACES
                           DISPLAY "Only a targeted (T) run takes an "
                               "input file."
                           EXIT PARAGRAPH
                       END-IF
                   WHEN "GenExtract"
                       IF WSEntryInput = SPACES
                           DISPLAY "GenExtract needs its layout file "
                               "as the input file."
                           EXIT PARAGRAPH
                       END-IF
                       IF WSEntryOption NOT = SPACES
                           DISPLAY "GenExtract takes no mode or "
                               "month."
                           EXIT PARAGRAPH
                       END-IF
                   WHEN "DupFinder"
                       IF WSEntrySelect NOT = SPACES
                           OR WSEntryInput NOT = SPACES
                           OR WSEntryOption NOT = SPACES
                           DISPLAY "DupFinder takes no criteria, "
                               "input file or mode."
                           EXIT PARAGRAPH
                       END-IF
                   WHEN "StmtReprint"
                       IF WSEntrySelect NOT = SPACES
                           DISPLAY "StmtReprint works from its Id "
                               "list, not a criteria file."
                           EXIT PARAGRAPH
                       END-IF
                       IF WSEntryInput = SPACES
                           DISPLAY "StmtReprint needs the Id list as "
                               "its input file."
                           EXIT PARAGRAPH
                       END-IF
                       MOVE WSEntryOption(1:6) TO WSEntryMonth
                       IF WSEntryOption(7:2) NOT = SPACES
                           OR WSEntryMonth NOT NUMERIC
                           DISPLAY "StmtReprint needs the month as "
                               "yyyymm."
                           EXIT PARAGRAPH
                       END-IF
                       IF WSEntryYear < 1900 OR WSEntryMM < 1
                           OR WSEntryMM > 12
                           DISPLAY "Month must be a real yyyymm."
                           EXIT PARAGRAPH
                       END-IF
               END-EVALUATE
               IF WSEntrySelect NOT = SPACES
                   MOVE WSEntrySelect TO WSCheckFileName
                   PERFORM CheckFileThere
                   IF NOT WSCheckOK
                       DISPLAY "No criteria file at "
                           FUNCTION TRIM(WSEntrySelect)
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               IF WSEntryInput NOT = SPACES
                   MOVE WSEntryInput TO WSCheckFileName
                   PERFORM CheckFileThere
                   IF NOT WSCheckOK
                       DISPLAY "No input file at "
                           FUNCTION TRIM(WSEntryInput)
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               SET WSEntryValid TO TRUE.

           CheckFileThere.
               OPEN INPUT CheckFile
               IF WSCheckOK
                   CLOSE CheckFile
               END-IF.

      *|==============================================================|
      *    FindHighNumber reads the queue for the highest request
      *    number issued; the next request takes the one after.
      *|==============================================================|

           FindHighNumber.
               MOVE ZERO TO WSHighNumber
               MOVE 'N' TO WSEOF
               OPEN INPUT RequestFile
               IF NOT WSRequestOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ RequestFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF RrqNumber > WSHighNumber
                               MOVE RrqNumber TO WSHighNumber
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RequestFile.

      *|==============================================================|
      *    ListMyRequests shows the signed-on operator's requests
      *    in the order they were made, with where each one stands.
      *|==============================================================|

           ListMyRequests.
               MOVE ZERO TO WSListedCount
               MOVE 'N' TO WSEOF
               OPEN INPUT RequestFile
               IF NOT WSRequestOK
                   DISPLAY "No requests on the queue."
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ RequestFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF RrqOperator = WSOperatorId
                               PERFORM ListOneRequest
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RequestFile
               DISPLAY "Requests listed: " WSListedCount.

           ListOneRequest.
               ADD 1 TO WSListedCount
               EVALUATE TRUE
                   WHEN RrqQueued
                       MOVE "QUEUED" TO WSStatusWord
                   WHEN RrqComplete
                       MOVE "COMPLETE" TO WSStatusWord
                   WHEN RrqFailed
                       MOVE "FAILED" TO WSStatusWord
                   WHEN RrqWithdrawn
                       MOVE "WITHDRAWN" TO WSStatusWord
                   WHEN OTHER
                       MOVE "UNKNOWN" TO WSStatusWord
               END-EVALUATE
               DISPLAY RrqNumber " " RrqSubmitted(1:8) " "
                   RrqProgram " " RrqOption " " WSStatusWord
               EVALUATE TRUE
                   WHEN RrqComplete
                       DISPLAY "       " RrqRecords " records to "
                           FUNCTION TRIM(RrqOutFile)
                   WHEN RrqFailed
                       DISPLAY "       " RrqReason
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.

      *|==============================================================|
      *    WithdrawRequest takes a request still queued off
      *    tonight's run: the operator's own, or anyone's for a
      *    supervisor. The queue is held whole while it is
      *    rewritten, the load-then-save shape of the small
      *    maintenance screens.
      *|==============================================================|

           WithdrawRequest.
               MOVE ZERO TO WSWithdrawNumber
               DISPLAY s-plg-rqwithdraw
               ACCEPT s-plg-rqwithdraw
               IF WSConfirm NOT = 'Y' AND WSConfirm NOT = 'y'
                   EXIT PARAGRAPH
               END-IF
               PERFORM LoadRequestTable
               IF WSTableOverflow
                   DISPLAY "Request queue exceeds the table; cannot "
                       "change it safely."
                   EXIT PARAGRAPH
               END-IF
               IF WSFoundIdx = ZERO
                   DISPLAY "No request " WSWithdrawNumber
                       " on the queue."
                   EXIT PARAGRAPH
               END-IF
               MOVE RequestEntry(WSFoundIdx) TO RptRequestRecord
               IF RrqOperator NOT = WSOperatorId
                   AND NOT WSRoleSupervisor
                   DISPLAY "Request " WSWithdrawNumber
                       " belongs to " RrqOperator "."
                   EXIT PARAGRAPH
               END-IF
               IF NOT RrqQueued
                   DISPLAY "Request " WSWithdrawNumber
                       " is no longer queued."
                   EXIT PARAGRAPH
               END-IF
               SET RrqWithdrawn TO TRUE
               MOVE FUNCTION CURRENT-DATE(1:14) TO RrqRunStamp
               MOVE SPACES TO RrqReason
               STRING "Withdrawn by " DELIMITED BY SIZE
                      WSOperatorId DELIMITED BY SPACE
                   INTO RrqReason
               END-STRING
               MOVE RptRequestRecord TO RequestEntry(WSFoundIdx)
               PERFORM SaveRequestTable
               DISPLAY "Request " WSWithdrawNumber " withdrawn.".

           LoadRequestTable.
               MOVE ZERO TO WSTableCount
               MOVE ZERO TO WSFoundIdx
               MOVE 'N' TO WSOverflowFlag
               MOVE 'N' TO WSEOF
               OPEN INPUT RequestFile
               IF NOT WSRequestOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ RequestFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF WSTableCount < 500
                               ADD 1 TO WSTableCount
                               MOVE RptRequestRecord
                                   TO RequestEntry(WSTableCount)
                               IF RrqNumber = WSWithdrawNumber
                                   MOVE WSTableCount TO WSFoundIdx
                               END-IF
                           ELSE
                               SET WSTableOverflow TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RequestFile.

           SaveRequestTable.
               OPEN OUTPUT RequestFile
               PERFORM VARYING WSReqIdx FROM 1 BY 1
                   UNTIL WSReqIdx > WSTableCount
                   MOVE RequestEntry(WSReqIdx) TO RptRequestRecord
                   WRITE RptRequestRecord
               END-PERFORM
               CLOSE RequestFile.

      *|==============================================================|
