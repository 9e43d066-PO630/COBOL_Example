      *    paged on screen twenty lines at a time -- no more shell
      *    commands against the working directory to find what last
      *    night produced.
      *
      *    The operator may first give an operator Id to see only
      *    the reports run for that operator off the overnight
      *    request queue (RptRequest, run by RptReqRun) -- the
      *    morning look at "my results" -- or press Enter for the
      *    whole catalog. Either way each listed entry shows whom
      *    it was run for.
      *|==============================================================|

       ENVIRONMENT DIVISION.
                       3 TblFileName PIC X(100).
                       3 TblBizDate PIC 9(8).
                       3 TblRecords PIC 9(7).
                       3 TblRequestor PIC X(8).

               1 WSCatIdx PIC 9(2) VALUE ZERO.


               1 WSLineCount PIC 9(2) VALUE ZERO.

               1 WSRequestorPick PIC X(8).

               1 WSPauseReply PIC X(1).
                   88 WSQuitViewing VALUES 'Q', 'q'.

       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSCatalogFileName FROM ENVIRONMENT "CUSTRPTCAT"
                   ON EXCEPTION
                       MOVE "ReportCatalog.dat" TO WSCatalogFileName
               END-ACCEPT
               DISPLAY "Reports requested by operator (Enter for "
                   "all) : "
               MOVE SPACES TO WSRequestorPick
               ACCEPT WSRequestorPick
               MOVE FUNCTION UPPER-CASE(WSRequestorPick)
                   TO WSRequestorPick
               PERFORM LoadCatalog
               IF WSCatCount = ZERO
                   IF WSRequestorPick = SPACES
                       DISPLAY "No reports on the catalog yet."
                   ELSE
                       DISPLAY "No reports on the catalog run for "
                           WSRequestorPick "."
                   END-IF
                   GOBACK
               END-IF
               PERFORM ListCatalog

      *|==============================================================|
      *    LoadCatalog keeps the newest 99 entries, shifting the
      *    window down when an older one has to make room; with an
      *    operator picked, only the entries run for that operator
      *    are kept, so their own results are never pushed out by
      *    the night's scheduled reports.
      *|==============================================================|

           LoadCatalog.
               CLOSE CatalogFile.

           KeepOneEntry.
               IF WSRequestorPick NOT = SPACES
                   AND RCatRequestor NOT = WSRequestorPick
                   EXIT PARAGRAPH
               END-IF
               IF WSCatCount >= 99
                   PERFORM VARYING WSShiftIdx FROM 1 BY 1
                       UNTIL WSShiftIdx >= 99
               MOVE RCatReportName TO TblReportName(WSCatCount)
               MOVE RCatFileName TO TblFileName(WSCatCount)
               MOVE RCatBizDate TO TblBizDate(WSCatCount)
               MOVE RCatRecords TO TblRecords(WSCatCount)
               MOVE RCatRequestor TO TblRequestor(WSCatCount).

      *|==============================================================|
      *    ListCatalog prints the entries newest first, numbered for
                   DISPLAY WSListNum ". " TblReportName(WSCatIdx)
                       " " TblBizDate(WSCatIdx)
                       " records " TblRecords(WSCatIdx)
                       " " TblRequestor(WSCatIdx)
                       " " TblFileName(WSCatIdx)(1:40)
               END-PERFORM.

