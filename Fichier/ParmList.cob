      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ParmList.

      *|==============================================================|
      *    ParmList prints the run parameters in force for the
      *    business date -- every line on the central parameter file
      *    (CUSTPARMS, default RunParm.dat) with the value on file,
      *    the value the run actually used, and whether the scheduler
      *    overrode it -- and registers the listing in the report
      *    catalog, so an auditor can see the thresholds behind any
      *    night's work. NightlyBatch runs it at the top of every
      *    cycle. A numeric parameter whose value in force does not
      *    read as a number is flagged: that program is on its own
      *    default tonight, whatever the file says.
      *
      *    The listing is CUSTPARMRPT (default ParmList) with the
      *    business date and ".rpt" added, so each night's listing
      *    stays on disk beside the catalog entry that names it.
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT ParmFile ASSIGN TO WSParmFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSParmStatus.

               SELECT ParmReport ASSIGN TO WSReportFileName
                   ORGANIZATION IS LINE SEQUENTIAL.

      *|==============================================================|

       DATA DIVISION.

           FILE SECTION.

               FD ParmFile.
                   COPY "RunParm.cpy".

               FD ParmReport.
                   1 ReportLine PIC X(132).

           WORKING-STORAGE SECTION.

               1 WSParmFileName PIC X(100).
               1 WSReportBase PIC X(80).
               1 WSReportFileName PIC X(100).

               1 WSParmStatus PIC X(2).
                   88 WSParmOK VALUE '00'.

               1 WSEOF PIC X(1).
                   88 WSAtEOF VALUE 'Y'.

               1 WSBizDateParm PIC X(8).
               1 WSBizDate PIC 9(8).

               1 WSInForce PIC X(100).
               1 WSEnvFlag PIC X(1).
                   88 WSEnvSet VALUE 'Y'.

               1 WSParmCount PIC 9(5) VALUE ZERO.
               1 WSOverrideCount PIC 9(5) VALUE ZERO.
               1 WSBadCount PIC 9(5) VALUE ZERO.

      *    Report lines.
               1 HeadLine1.
                   2 FILLER PIC X(36)
                       VALUE " Run parameters in force for".
                   2 PrnHeadDate PIC 9(8).

               1 HeadLine2.
                   2 FILLER PIC X(40)
                       VALUE " Parameter           T Value on file".
                   2 FILLER PIC X(30) VALUE SPACES.
                   2 FILLER PIC X(40)
                       VALUE "Value in force      Source   Set by".

               1 DetailLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnDetName PIC X(20).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnDetType PIC X(1).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnDetFileValue PIC X(45).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnDetInForce PIC X(19).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnDetSource PIC X(8).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnDetSetBy PIC X(8).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnDetStamp PIC 9(14).

               1 TotalLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnTotLabel PIC X(44).
                   2 PrnTotCount PIC ZZZZ9.

      *    Standard report identification and catalog registration.
               1 WSBnrFunction PIC X(1).
               1 WSBnrReportName PIC X(20) VALUE "ParmList".
               1 WSBnrRequestor PIC X(8) VALUE "BATCH".
               1 WSBnrCount PIC 9(7) VALUE ZERO.
               1 WSBnrLine1 PIC X(80).
               1 WSBnrLine2 PIC X(80).

               1 WSCatReportName PIC X(20).
               1 WSCatFileName PIC X(100).
               1 WSCatPages PIC 9(4) VALUE ZERO.
               1 WSCatRecords PIC 9(7) VALUE ZERO.

      *    Run-log work area handed to the shared RunLog subprogram.
               1 WSLogStepName PIC X(20) VALUE "ParmList".
               1 WSLogEvent PIC X(1).
               1 WSLogRecords PIC 9(7) VALUE ZERO.
               1 WSLogRejects PIC 9(7) VALUE ZERO.
               1 WSLogRC PIC 9(4) VALUE ZERO.
               1 WSLogCapacity PIC 9(5) VALUE ZERO.

      *|==============================================================|

       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSParmFileName FROM ENVIRONMENT "CUSTPARMS"
                   ON EXCEPTION
                       MOVE "RunParm.dat" TO WSParmFileName
               END-ACCEPT
               ACCEPT WSReportBase FROM ENVIRONMENT "CUSTPARMRPT"
                   ON EXCEPTION
                       MOVE "ParmList" TO WSReportBase
               END-ACCEPT
               ACCEPT WSBizDateParm FROM ENVIRONMENT "CUSTBIZDATE"
                   ON EXCEPTION
                       MOVE SPACES TO WSBizDateParm
               END-ACCEPT
               IF WSBizDateParm IS NUMERIC
                   MOVE WSBizDateParm TO WSBizDate
               ELSE
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WSBizDate
               END-IF
               MOVE SPACES TO WSReportFileName
               STRING WSReportBase DELIMITED BY SPACE
                      WSBizDate DELIMITED BY SIZE
                      ".rpt" DELIMITED BY SIZE
                   INTO WSReportFileName
               END-STRING
               MOVE 'S' TO WSLogEvent
               PERFORM WriteRunLogRecord
               OPEN OUTPUT ParmReport
               MOVE 'B' TO WSBnrFunction
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   WSBnrRequestor WSBnrCount WSBnrLine1 WSBnrLine2
               WRITE ReportLine FROM WSBnrLine1
               WRITE ReportLine FROM WSBnrLine2
               MOVE WSBizDate TO PrnHeadDate
               WRITE ReportLine FROM HeadLine1
                   AFTER ADVANCING 1 LINE
               WRITE ReportLine FROM HeadLine2
                   AFTER ADVANCING 2 LINES
               OPEN INPUT ParmFile
               IF WSParmOK
                   MOVE 'N' TO WSEOF
                   PERFORM UNTIL WSAtEOF
                       READ ParmFile
                           AT END SET WSAtEOF TO TRUE
                           NOT AT END
                               IF ParmName NOT = SPACES
                                   PERFORM PrintOneParm
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ParmFile
               END-IF
               MOVE "Parameters on file" TO PrnTotLabel
               MOVE WSParmCount TO PrnTotCount
               WRITE ReportLine FROM TotalLine
                   AFTER ADVANCING 2 LINES
               MOVE "Overridden by the scheduler" TO PrnTotLabel
               MOVE WSOverrideCount TO PrnTotCount
               WRITE ReportLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE "Numeric parameters not reading as a number"
                   TO PrnTotLabel
               MOVE WSBadCount TO PrnTotCount
               WRITE ReportLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE SPACES TO ReportLine
               MOVE " Settings not on file run at each program's own"
                   & " default." TO ReportLine
               WRITE ReportLine AFTER ADVANCING 2 LINES
               MOVE 'T' TO WSBnrFunction
               MOVE WSParmCount TO WSBnrCount
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   WSBnrRequestor WSBnrCount WSBnrLine1 WSBnrLine2
               WRITE ReportLine FROM WSBnrLine1
               CLOSE ParmReport
               MOVE "ParmList" TO WSCatReportName
               MOVE WSReportFileName TO WSCatFileName
               MOVE WSParmCount TO WSCatRecords
               CALL 'RptCatalog' USING WSCatReportName
                   WSCatFileName WSCatPages WSCatRecords
               DISPLAY "ParmList: " WSParmCount " parameters listed, "
                   WSOverrideCount " overridden, " WSBadCount
                   " not numeric."
               MOVE 'E' TO WSLogEvent
               MOVE WSParmCount TO WSLogRecords
               MOVE WSBadCount TO WSLogRejects
               PERFORM WriteRunLogRecord
               MOVE ZERO TO RETURN-CODE
               GOBACK.

      *|==============================================================|
      *    PrintOneParm: ParmLoad has already laid the file under
      *    the run, so the environment holds the value in force; one
      *    that differs from the file is the scheduler's override.
      *|==============================================================|

           PrintOneParm.
               ADD 1 TO WSParmCount
               MOVE 'Y' TO WSEnvFlag
               ACCEPT WSInForce FROM ENVIRONMENT ParmName
                   ON EXCEPTION
                       MOVE 'N' TO WSEnvFlag
                       MOVE ParmValue TO WSInForce
               END-ACCEPT
               MOVE ParmName TO PrnDetName
               MOVE ParmType TO PrnDetType
               MOVE ParmValue TO PrnDetFileValue
               MOVE WSInForce TO PrnDetInForce
               MOVE ParmChangedBy TO PrnDetSetBy
               MOVE ParmStamp TO PrnDetStamp
               IF WSInForce = ParmValue
                   MOVE "FILE" TO PrnDetSource
               ELSE
                   MOVE "OVERRIDE" TO PrnDetSource
                   ADD 1 TO WSOverrideCount
               END-IF
               IF ParmNumeric
                   AND FUNCTION TEST-NUMVAL(WSInForce) NOT = 0
                   MOVE "NOT NUM" TO PrnDetSource
                   ADD 1 TO WSBadCount
               END-IF
               WRITE ReportLine FROM DetailLine
                   AFTER ADVANCING 1 LINE.

           WriteRunLogRecord.
               CALL 'RunLog' USING WSLogStepName WSLogEvent
                   WSLogRecords WSLogRejects WSLogRC
                   WSLogCapacity.

      *|==============================================================|
