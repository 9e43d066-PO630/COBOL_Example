      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RptReqRun.

      *|==============================================================|
      *    RptReqRun is the last step of the nightly chain: it works
      *    the overnight report requests operators queued on the
      *    RptRequest screen during the day (CUSTRPTREQ, default
      *    RptRequest.dat, RptReq.cpy layout).
      *
      *    Each queued request is run by CALLing its program with
      *    the environment variables that program already reads set
      *    from the request -- the criteria file into CUSTSELECT,
      *    the layout, Id list, run mode or month into the
      *    program's own -- and its output pointed at a file of the
      *    request's own, CUSTRRQBASE (default RptReq) followed by
      *    the request number and ".rpt", so two requests for the
      *    same program never overwrite each other. CUSTRPTOPER
      *    carries the requesting operator for the length of the
      *    run, so the report catalog files the output under them
      *    and ReportViewer shows it to them in the morning; the
      *    output of a program that does not catalog itself is
      *    catalogued here. The program and CustSelect are
      *    cancelled ahead of every run so no criteria or counts
      *    carry over from the request before.
      *
      *    A request whose program ends with return code 8 or more,
      *    or leaves no output file behind, is marked failed with
      *    the reason; otherwise it is marked complete with its
      *    output file and line count. A failed request is the
      *    requester's to look at on the RptRequest screen, not a
      *    failure of the night, so this step always ends with
      *    return code zero.
      *
      *    Finished requests -- complete, failed, withdrawn -- stay
      *    on the queue for CUSTRRQKEEP days (default 30) after
      *    they ran or were withdrawn, then are dropped when the
      *    queue is rewritten.
      *
      *    The standing values of the environment variables set for
      *    a request are put back after each one.
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT RequestFile ASSIGN TO WSRequestFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSRequestStatus.

               SELECT OutputFile ASSIGN TO WSOutFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSOutStatus.

      *|==============================================================|

       DATA DIVISION.

           FILE SECTION.

               FD RequestFile.
                   COPY "RptReq.cpy".

               FD OutputFile.
                   1 OutputLine PIC X(132).

           WORKING-STORAGE SECTION.

               1 WSRequestFileName PIC X(100).

               1 WSRequestStatus PIC X(2).
                   88 WSRequestOK VALUE '00'.

               1 WSOutFileName PIC X(100).

               1 WSOutStatus PIC X(2).
                   88 WSOutOK VALUE '00'.

               1 WSEOF PIC X(1).
                   88 WSAtEOF VALUE 'Y'.

               1 WSOutEOF PIC X(1).
                   88 WSOutAtEOF VALUE 'Y'.

      *    The programs a request may name.
               COPY "RptElig.cpy".

               1 WSEligIdx PIC 9(2).
               1 WSEligFound PIC 9(2).

               1 WSOutBase PIC X(40).

               1 WSParm PIC X(5).
               1 WSKeepDays PIC 9(5) VALUE 30.
               1 WSRunDate PIC 9(8).
               1 WSKeepFrom PIC 9(8).
               1 WSFinishedDate PIC 9(8).
               1 WSBizDateParm PIC X(8).

               1 WSDateCalcOp PIC X(1).
               1 WSDateCalcDays PIC S9(7).
               1 WSDateCalcResult PIC 9(8).
               1 WSDateCalcDow PIC 9(1).
               1 WSDateCalcValid PIC X(1).

               1 WSRunRC PIC 9(4).
               1 WSLineCount PIC 9(7).

      *    Standing values of the variables a request sets, put
      *    back after every request.
               1 WSSavedSelect PIC X(100).
               1 WSSavedLabels PIC X(100).
               1 WSSavedTargetIds PIC X(100).
               1 WSSavedExtDef PIC X(100).
               1 WSSavedExtOut PIC X(100).
               1 WSSavedDupRpt PIC X(100).
               1 WSSavedStmtRp PIC X(100).

               1 WSTableCount PIC 9(3) VALUE ZERO.

               1 RequestTable.
                   2 RequestEntry OCCURS 500 TIMES PIC X(260).

               1 WSReqIdx PIC 9(3) VALUE ZERO.

               1 WSOverflowFlag PIC X(1) VALUE 'N'.
                   88 WSTableOverflow VALUE 'Y'.

               1 WSRunCount PIC 9(5) VALUE ZERO.
               1 WSFailCount PIC 9(5) VALUE ZERO.
               1 WSPurgedCount PIC 9(5) VALUE ZERO.

               1 WSCatReportName PIC X(20).
               1 WSCatFileName PIC X(100).
               1 WSCatPages PIC 9(4) VALUE ZERO.
               1 WSCatRecords PIC 9(7).

      *    Run-log work area handed to the shared RunLog subprogram.
               1 WSLogStepName PIC X(20) VALUE "RptReqRun".
               1 WSLogEvent PIC X(1).
               1 WSLogRecords PIC 9(7) VALUE ZERO.
               1 WSLogRejects PIC 9(7) VALUE ZERO.
               1 WSLogRC PIC 9(4) VALUE ZERO.
               1 WSLogCapacity PIC 9(5) VALUE ZERO.

      *|==============================================================|

       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               PERFORM GetRunParameters
               MOVE 'S' TO WSLogEvent
               PERFORM WriteRunLogRecord
               PERFORM LoadRequestTable
               IF WSTableOverflow
                   DISPLAY "RptReqRun: request queue exceeds the "
                       "table; no request run tonight."
               ELSE
                   PERFORM SaveStandingEnv
                   PERFORM VARYING WSReqIdx FROM 1 BY 1
                       UNTIL WSReqIdx > WSTableCount
                       MOVE RequestEntry(WSReqIdx) TO RptRequestRecord
                       IF RrqQueued
                           PERFORM RunOneRequest
                           PERFORM RestoreStandingEnv
                           MOVE RptRequestRecord
                               TO RequestEntry(WSReqIdx)
                       END-IF
                   END-PERFORM
                   PERFORM SaveRequestTable
               END-IF
               DISPLAY "RptReqRun: " WSRunCount " requests run, "
                   WSFailCount " failed, " WSPurgedCount
                   " finished requests dropped."
               MOVE 'E' TO WSLogEvent
               MOVE WSRunCount TO WSLogRecords
               MOVE WSFailCount TO WSLogRejects
               PERFORM WriteRunLogRecord
               MOVE ZERO TO RETURN-CODE
               GOBACK.

           GetRunParameters.
               ACCEPT WSRequestFileName FROM ENVIRONMENT "CUSTRPTREQ"
                   ON EXCEPTION
                       MOVE "RptRequest.dat" TO WSRequestFileName
               END-ACCEPT
               ACCEPT WSOutBase FROM ENVIRONMENT "CUSTRRQBASE"
                   ON EXCEPTION
                       MOVE "RptReq" TO WSOutBase
               END-ACCEPT
               MOVE SPACES TO WSParm
               ACCEPT WSParm FROM ENVIRONMENT "CUSTRRQKEEP"
                   ON EXCEPTION CONTINUE
               END-ACCEPT
               IF WSParm NOT = SPACES
                   MOVE FUNCTION NUMVAL(WSParm) TO WSKeepDays
               END-IF
               ACCEPT WSBizDateParm FROM ENVIRONMENT "CUSTBIZDATE"
                   ON EXCEPTION
                       MOVE SPACES TO WSBizDateParm
               END-ACCEPT
               IF WSBizDateParm = SPACES
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WSRunDate
               ELSE
                   MOVE WSBizDateParm TO WSRunDate
               END-IF
               MOVE 'A' TO WSDateCalcOp
               COMPUTE WSDateCalcDays = 0 - WSKeepDays
               CALL 'DateCalc' USING WSDateCalcOp WSRunDate
                   WSKeepFrom WSDateCalcDays WSDateCalcResult
                   WSDateCalcDow WSDateCalcValid
               MOVE WSDateCalcResult TO WSKeepFrom.

      *|==============================================================|
      *    LoadRequestTable carries in every request still queued
      *    and the finished ones inside the keep period.
      *|==============================================================|

           LoadRequestTable.
               MOVE 'N' TO WSEOF
               OPEN INPUT RequestFile
               IF NOT WSRequestOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ RequestFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           PERFORM KeepOneRequest
                   END-READ
               END-PERFORM
               CLOSE RequestFile.

           KeepOneRequest.
               IF NOT RrqQueued
                   MOVE RrqRunStamp(1:8) TO WSFinishedDate
                   IF WSFinishedDate < WSKeepFrom
                       ADD 1 TO WSPurgedCount
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               IF WSTableCount < 500
                   ADD 1 TO WSTableCount
                   MOVE RptRequestRecord TO RequestEntry(WSTableCount)
               ELSE
                   SET WSTableOverflow TO TRUE
               END-IF.

           SaveRequestTable.
               OPEN OUTPUT RequestFile
               PERFORM VARYING WSReqIdx FROM 1 BY 1
                   UNTIL WSReqIdx > WSTableCount
                   MOVE RequestEntry(WSReqIdx) TO RptRequestRecord
                   WRITE RptRequestRecord
               END-PERFORM
               CLOSE RequestFile.

      *|==============================================================|
      *    RunOneRequest runs one queued request as the operator
      *    who asked for it and marks it complete or failed.
      *|==============================================================|

           RunOneRequest.
               ADD 1 TO WSRunCount
               MOVE FUNCTION CURRENT-DATE(1:14) TO RrqRunStamp
               MOVE ZERO TO RrqRecords
               MOVE SPACES TO RrqReason
               MOVE ZERO TO WSEligFound
               PERFORM VARYING WSEligIdx FROM 1 BY 1
                   UNTIL WSEligIdx > EligCount
                   IF EligProgram(WSEligIdx) = RrqProgram
                       MOVE WSEligIdx TO WSEligFound
                   END-IF
               END-PERFORM
               IF WSEligFound = ZERO
                   SET RrqFailed TO TRUE
                   MOVE "Program not eligible" TO RrqReason
                   ADD 1 TO WSFailCount
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO WSOutFileName
               STRING WSOutBase DELIMITED BY SPACE
                      RrqNumber DELIMITED BY SIZE
                      ".rpt" DELIMITED BY SIZE
                   INTO WSOutFileName
               END-STRING
               MOVE WSOutFileName TO RrqOutFile
               DISPLAY "CUSTRPTOPER" UPON ENVIRONMENT-NAME
               DISPLAY RrqOperator UPON ENVIRONMENT-VALUE
               DISPLAY "CUSTSELECT" UPON ENVIRONMENT-NAME
               IF RrqSelectFile = SPACES
                   DISPLAY " " UPON ENVIRONMENT-VALUE
               ELSE
                   DISPLAY RrqSelectFile UPON ENVIRONMENT-VALUE
               END-IF
               CANCEL 'CustSelect'
               MOVE ZERO TO RETURN-CODE
               EVALUATE RrqProgram
                   WHEN "MailLabels"
                       PERFORM RunMailLabels
                   WHEN "GenExtract"
                       PERFORM RunGenExtract
                   WHEN "DupFinder"
                       PERFORM RunDupFinder
                   WHEN "StmtReprint"
                       PERFORM RunStmtReprint
               END-EVALUATE
               MOVE RETURN-CODE TO WSRunRC
               MOVE ZERO TO RETURN-CODE
               CANCEL 'CustSelect'
               PERFORM CountOutputLines
               EVALUATE TRUE
                   WHEN WSRunRC >= 8
                       SET RrqFailed TO TRUE
                       STRING "Ended with return code "
                              DELIMITED BY SIZE
                              WSRunRC DELIMITED BY SIZE
                           INTO RrqReason
                       END-STRING
                   WHEN NOT WSOutOK
                       SET RrqFailed TO TRUE
                       MOVE "No output file written" TO RrqReason
                   WHEN OTHER
                       SET RrqComplete TO TRUE
                       MOVE WSLineCount TO RrqRecords
               END-EVALUATE
               IF RrqFailed
                   ADD 1 TO WSFailCount
                   DISPLAY "RptReqRun: request " RrqNumber " ("
                       FUNCTION TRIM(RrqProgram) ") failed: "
                       RrqReason
                   EXIT PARAGRAPH
               END-IF
               IF NOT EligSelfCatalogs(WSEligFound)
                   MOVE RrqProgram TO WSCatReportName
                   MOVE WSOutFileName TO WSCatFileName
                   MOVE WSLineCount TO WSCatRecords
                   CALL 'RptCatalog' USING WSCatReportName
                       WSCatFileName WSCatPages WSCatRecords
               END-IF
               DISPLAY "RptReqRun: request " RrqNumber " ("
                   FUNCTION TRIM(RrqProgram) ") for " RrqOperator
                   ": " WSLineCount " lines to "
                   FUNCTION TRIM(WSOutFileName).

           RunMailLabels.
               DISPLAY "CUSTLABELS" UPON ENVIRONMENT-NAME
               DISPLAY WSOutFileName UPON ENVIRONMENT-VALUE
               DISPLAY "CUSTLBLMODE" UPON ENVIRONMENT-NAME
               DISPLAY RrqOption(1:1) UPON ENVIRONMENT-VALUE
               IF RrqOption(1:1) = 'T'
                   DISPLAY "CUSTTARGETIDS" UPON ENVIRONMENT-NAME
                   DISPLAY RrqInputFile UPON ENVIRONMENT-VALUE
               END-IF
               CANCEL 'MailLabels'
               CALL 'MailLabels'
               CANCEL 'MailLabels'.

           RunGenExtract.
               DISPLAY "CUSTEXTDEF" UPON ENVIRONMENT-NAME
               DISPLAY RrqInputFile UPON ENVIRONMENT-VALUE
               DISPLAY "CUSTEXTOUT" UPON ENVIRONMENT-NAME
               DISPLAY WSOutFileName UPON ENVIRONMENT-VALUE
               CANCEL 'GenExtract'
               CALL 'GenExtract'
               CANCEL 'GenExtract'.

           RunDupFinder.
               DISPLAY "CUSTDUPRPT" UPON ENVIRONMENT-NAME
               DISPLAY WSOutFileName UPON ENVIRONMENT-VALUE
               CANCEL 'DupFinder'
               CALL 'DupFinder'
               CANCEL 'DupFinder'.

           RunStmtReprint.
               DISPLAY "CUSTSTMTIDS" UPON ENVIRONMENT-NAME
               DISPLAY RrqInputFile UPON ENVIRONMENT-VALUE
               DISPLAY "CUSTSTMTRMO" UPON ENVIRONMENT-NAME
               DISPLAY RrqOption(1:6) UPON ENVIRONMENT-VALUE
               DISPLAY "CUSTSTMTRP" UPON ENVIRONMENT-NAME
               DISPLAY WSOutFileName UPON ENVIRONMENT-VALUE
               CANCEL 'StmtReprint'
               CALL 'StmtReprint'
               CANCEL 'StmtReprint'.

      *|==============================================================|
      *    CountOutputLines proves the request left its output file
      *    and counts its lines for the queue and the catalog.
      *|==============================================================|

           CountOutputLines.
               MOVE ZERO TO WSLineCount
               MOVE 'N' TO WSOutEOF
               OPEN INPUT OutputFile
               IF NOT WSOutOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSOutAtEOF
                   READ OutputFile
                       AT END SET WSOutAtEOF TO TRUE
                       NOT AT END ADD 1 TO WSLineCount
                   END-READ
               END-PERFORM
               CLOSE OutputFile
               MOVE '00' TO WSOutStatus.

      *|==============================================================|
      *    SaveStandingEnv and RestoreStandingEnv keep the night's
      *    own settings of the variables a request changes; the
      *    switches only a request sets are cleared again.
      *|==============================================================|

           SaveStandingEnv.
               ACCEPT WSSavedSelect FROM ENVIRONMENT "CUSTSELECT"
                   ON EXCEPTION
                       MOVE SPACES TO WSSavedSelect
               END-ACCEPT
               ACCEPT WSSavedLabels FROM ENVIRONMENT "CUSTLABELS"
                   ON EXCEPTION
                       MOVE SPACES TO WSSavedLabels
               END-ACCEPT
               ACCEPT WSSavedTargetIds FROM ENVIRONMENT
                       "CUSTTARGETIDS"
                   ON EXCEPTION
                       MOVE SPACES TO WSSavedTargetIds
               END-ACCEPT
               ACCEPT WSSavedExtDef FROM ENVIRONMENT "CUSTEXTDEF"
                   ON EXCEPTION
                       MOVE SPACES TO WSSavedExtDef
               END-ACCEPT
               ACCEPT WSSavedExtOut FROM ENVIRONMENT "CUSTEXTOUT"
                   ON EXCEPTION
                       MOVE SPACES TO WSSavedExtOut
               END-ACCEPT
               ACCEPT WSSavedDupRpt FROM ENVIRONMENT "CUSTDUPRPT"
                   ON EXCEPTION
                       MOVE SPACES TO WSSavedDupRpt
               END-ACCEPT
               ACCEPT WSSavedStmtRp FROM ENVIRONMENT "CUSTSTMTRP"
                   ON EXCEPTION
                       MOVE SPACES TO WSSavedStmtRp
               END-ACCEPT.

           RestoreStandingEnv.
               DISPLAY "CUSTSELECT" UPON ENVIRONMENT-NAME
               DISPLAY WSSavedSelect UPON ENVIRONMENT-VALUE
               DISPLAY "CUSTLABELS" UPON ENVIRONMENT-NAME
               DISPLAY WSSavedLabels UPON ENVIRONMENT-VALUE
               DISPLAY "CUSTTARGETIDS" UPON ENVIRONMENT-NAME
               DISPLAY WSSavedTargetIds UPON ENVIRONMENT-VALUE
               DISPLAY "CUSTEXTDEF" UPON ENVIRONMENT-NAME
               DISPLAY WSSavedExtDef UPON ENVIRONMENT-VALUE
               DISPLAY "CUSTEXTOUT" UPON ENVIRONMENT-NAME
               DISPLAY WSSavedExtOut UPON ENVIRONMENT-VALUE
               DISPLAY "CUSTDUPRPT" UPON ENVIRONMENT-NAME
               DISPLAY WSSavedDupRpt UPON ENVIRONMENT-VALUE
               DISPLAY "CUSTSTMTRP" UPON ENVIRONMENT-NAME
               DISPLAY WSSavedStmtRp UPON ENVIRONMENT-VALUE
               DISPLAY "CUSTRPTOPER" UPON ENVIRONMENT-NAME
               DISPLAY " " UPON ENVIRONMENT-VALUE
               DISPLAY "CUSTLBLMODE" UPON ENVIRONMENT-NAME
               DISPLAY " " UPON ENVIRONMENT-VALUE
               DISPLAY "CUSTSTMTIDS" UPON ENVIRONMENT-NAME
               DISPLAY " " UPON ENVIRONMENT-VALUE
               DISPLAY "CUSTSTMTRMO" UPON ENVIRONMENT-NAME
               DISPLAY " " UPON ENVIRONMENT-VALUE.

           WriteRunLogRecord.
               CALL 'RunLog' USING WSLogStepName WSLogEvent
                   WSLogRecords WSLogRejects WSLogRC
                   WSLogCapacity.

      *|==============================================================|
