      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AccessWho.

      *|==============================================================|
      *    AccessWho answers "who has looked at this customer": for
      *    the Id given (CUSTACCID, else prompted for) it lists every
      *    line on the customer access log (CUSTACCLOG, default
      *    AccessLog.dat) for that Id -- when, which operator, and
      *    from which screen -- oldest first, the order the log was
      *    written in, then the view count for each operator who
      *    appears. An optional period (CUSTACCFROM / CUSTACCTO,
      *    yyyymmdd, default all of the log) narrows the listing.
      *
      *    Output to CUSTACCWHORPT (default AccessWho.rpt) inside the
      *    RptBanner frame, registered in the report catalog.
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT AccessFile ASSIGN TO WSAccessFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSAccessStatus.

               SELECT WhoReport ASSIGN TO WSReportFileName
                   ORGANIZATION IS LINE SEQUENTIAL.

      *|==============================================================|

       DATA DIVISION.

           FILE SECTION.

               FD AccessFile.
                   COPY "AccessRec.cpy".

               FD WhoReport.
                   1 ReportLine PIC X(80).

           WORKING-STORAGE SECTION.

               1 WSAccessFileName PIC X(100).
               1 WSReportFileName PIC X(100).

               1 WSAccessStatus PIC X(2).
                   88 WSAccessOK VALUE '00'.

               1 WSEOF PIC X(1).
                   88 WSAtEOF VALUE 'Y'.

               1 WSIdParm PIC X(7).
               1 WSAskedId PIC 9(7).

               1 WSDateParm PIC X(8).
               1 WSFromDate PIC 9(8) VALUE ZERO.
               1 WSToDate PIC 9(8) VALUE 99999999.

               1 WSViewCount PIC 9(7) VALUE ZERO.

      *    One row per operator seen on the Id, with a view count.
               1 WSOperMax PIC 9(3) VALUE 200.
               1 WSOperCount PIC 9(3) VALUE ZERO.
               1 WSOperIdx PIC 9(3).
               1 OperTable.
                   2 OperEntry OCCURS 200 TIMES.
                       3 OperTblId PIC X(8).
                       3 OperTblViews PIC 9(7).

      *    Report lines.
               1 HeadLine1.
                   2 FILLER PIC X(34)
                       VALUE " Customer access history for Id ".
                   2 PrnHeadId PIC 9(7).

               1 HeadLine2 PIC X(60) VALUE
                   " Date      Time    Operator  Screen".

               1 DetailLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnDetDate PIC 9(8).
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnDetTime PIC 99B99B99.
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnDetOperator PIC X(8).
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnDetScreen PIC X(10).

               1 OperHead PIC X(40) VALUE
                   " Views by operator".

               1 OperLine.
                   2 FILLER PIC X(3) VALUE SPACE.
                   2 PrnOperId PIC X(8).
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnOperViews PIC ZZZZZZ9.

               1 TotalLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnTotLabel PIC X(44).
                   2 PrnTotCount PIC ZZZZZZ9.

      *    Standard report identification and catalog registration.
               1 WSBnrFunction PIC X(1).
               1 WSBnrReportName PIC X(20) VALUE "AccessWho".
               1 WSBnrRequestor PIC X(8) VALUE "BATCH".
               1 WSBnrCount PIC 9(7) VALUE ZERO.
               1 WSBnrLine1 PIC X(80).
               1 WSBnrLine2 PIC X(80).

               1 WSCatReportName PIC X(20).
               1 WSCatFileName PIC X(100).
               1 WSCatPages PIC 9(4) VALUE ZERO.
               1 WSCatRecords PIC 9(7) VALUE ZERO.

      *|==============================================================|

       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSAccessFileName FROM ENVIRONMENT "CUSTACCLOG"
                   ON EXCEPTION
                       MOVE "AccessLog.dat" TO WSAccessFileName
               END-ACCEPT
               ACCEPT WSReportFileName FROM ENVIRONMENT
                       "CUSTACCWHORPT"
                   ON EXCEPTION
                       MOVE "AccessWho.rpt" TO WSReportFileName
               END-ACCEPT
               ACCEPT WSDateParm FROM ENVIRONMENT "CUSTACCFROM"
                   ON EXCEPTION
                       MOVE SPACES TO WSDateParm
               END-ACCEPT
               IF WSDateParm IS NUMERIC
                   MOVE WSDateParm TO WSFromDate
               END-IF
               ACCEPT WSDateParm FROM ENVIRONMENT "CUSTACCTO"
                   ON EXCEPTION
                       MOVE SPACES TO WSDateParm
               END-ACCEPT
               IF WSDateParm IS NUMERIC
                   MOVE WSDateParm TO WSToDate
               END-IF
               ACCEPT WSIdParm FROM ENVIRONMENT "CUSTACCID"
                   ON EXCEPTION
                       MOVE SPACES TO WSIdParm
               END-ACCEPT
               IF WSIdParm = SPACES
                   DISPLAY "Customer Id to trace : "
                       WITH NO ADVANCING
                   ACCEPT WSIdParm
               END-IF
               MOVE WSIdParm TO WSAskedId
               IF WSAskedId = ZERO
                   DISPLAY "AccessWho: no Id given."
                   MOVE 4 TO RETURN-CODE
                   GOBACK
               END-IF
               OPEN OUTPUT WhoReport
               MOVE 'B' TO WSBnrFunction
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   WSBnrRequestor WSBnrCount WSBnrLine1 WSBnrLine2
               WRITE ReportLine FROM WSBnrLine1
               WRITE ReportLine FROM WSBnrLine2
               MOVE WSAskedId TO PrnHeadId
               WRITE ReportLine FROM HeadLine1
                   AFTER ADVANCING 1 LINE
               WRITE ReportLine FROM HeadLine2
                   AFTER ADVANCING 2 LINES
               OPEN INPUT AccessFile
               IF WSAccessOK
                   MOVE 'N' TO WSEOF
                   PERFORM UNTIL WSAtEOF
                       READ AccessFile
                           AT END SET WSAtEOF TO TRUE
                           NOT AT END
                               IF AccIDNum = WSAskedId
                                   AND AccDate NOT < WSFromDate
                                   AND AccDate NOT > WSToDate
                                   PERFORM PrintOneView
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE AccessFile
               END-IF
               IF WSViewCount = ZERO
                   MOVE " No views of this customer are on the log."
                       TO ReportLine
                   WRITE ReportLine AFTER ADVANCING 1 LINE
               ELSE
                   WRITE ReportLine FROM OperHead
                       AFTER ADVANCING 2 LINES
                   PERFORM VARYING WSOperIdx FROM 1 BY 1
                       UNTIL WSOperIdx > WSOperCount
                       MOVE OperTblId(WSOperIdx) TO PrnOperId
                       MOVE OperTblViews(WSOperIdx) TO PrnOperViews
                       WRITE ReportLine FROM OperLine
                           AFTER ADVANCING 1 LINE
                   END-PERFORM
               END-IF
               MOVE "Views listed" TO PrnTotLabel
               MOVE WSViewCount TO PrnTotCount
               WRITE ReportLine FROM TotalLine
                   AFTER ADVANCING 2 LINES
               MOVE "Operators" TO PrnTotLabel
               MOVE WSOperCount TO PrnTotCount
               WRITE ReportLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE 'T' TO WSBnrFunction
               MOVE WSViewCount TO WSBnrCount
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   WSBnrRequestor WSBnrCount WSBnrLine1 WSBnrLine2
               WRITE ReportLine FROM WSBnrLine1
               CLOSE WhoReport
               MOVE "AccessWho" TO WSCatReportName
               MOVE WSReportFileName TO WSCatFileName
               MOVE WSViewCount TO WSCatRecords
               CALL 'RptCatalog' USING WSCatReportName
                   WSCatFileName WSCatPages WSCatRecords
               DISPLAY "AccessWho: " WSViewCount " views of "
                   WSAskedId " by " WSOperCount " operators."
               MOVE ZERO TO RETURN-CODE
               GOBACK.

      *|==============================================================|
      *    PrintOneView lists one access line and counts it against
      *    its operator; operators past the table's end still list,
      *    they just miss the per-operator summary.
      *|==============================================================|

           PrintOneView.
               ADD 1 TO WSViewCount
               MOVE AccDate TO PrnDetDate
               MOVE AccTime TO PrnDetTime
               MOVE AccOperator TO PrnDetOperator
               MOVE AccScreen TO PrnDetScreen
               WRITE ReportLine FROM DetailLine
                   AFTER ADVANCING 1 LINE
               PERFORM VARYING WSOperIdx FROM 1 BY 1
                   UNTIL WSOperIdx > WSOperCount
                   OR OperTblId(WSOperIdx) = AccOperator
                   CONTINUE
               END-PERFORM
               IF WSOperIdx > WSOperCount
                   IF WSOperCount >= WSOperMax
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WSOperCount
                   MOVE WSOperCount TO WSOperIdx
                   MOVE AccOperator TO OperTblId(WSOperIdx)
                   MOVE ZERO TO OperTblViews(WSOperIdx)
               END-IF
               ADD 1 TO OperTblViews(WSOperIdx).

      *|==============================================================|
