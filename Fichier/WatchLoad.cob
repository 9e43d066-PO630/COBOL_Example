      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. WatchLoad.

      *|==============================================================|
      *    WatchLoad takes in a newly published sanctions watch list
      *    and re-screens the whole customer master against it. The
      *    published file (CUSTWATCHIN, default WatchListIn.dat):
      *        header  col 1 'H', list date (yyyymmdd) 9(8), list
      *                source X(20), entry count 9(7)
      *        detail  col 1 'D', entry Id X(10), 'I' person or 'E'
      *                entity, name X(60) -- "SURNAME, GIVEN NAMES"
      *                for a person --, street with number X(40),
      *                city X(20), country X(2), sanctions program
      *                X(10)
      *    NightlyBatch runs it every night: no file, or a list no
      *    newer than the one already loaded, is an ordinary night.
      *
      *    A list is taken whole or not at all, the NsfImport
      *    discipline: a header missing, a detail line without an Id,
      *    a name, or a known type, more entries than the screen's
      *    table holds, or a count that does not agree with the
      *    header refuses the file with return code 8 and leaves the
      *    loaded list (CUSTWATCH, default WatchList.dat, WatchRec.cpy
      *    layout) as it was.
      *
      *    A list that loads replaces the old one, and every customer
      *    on the master that is not closed is put through the
      *    WatchScreen service again, so a name newly listed is found
      *    on customers taken on long ago. New possible matches go to
      *    the review queue for SanctReview; the run's report
      *    (CUSTWATCHRPT, default WatchLoad.rpt) lists each customer
      *    with hits queued.
      *
      *    A list loaded, or refused, is logged under WATCHLST on the
      *    interface log (IfaceLog) with its entry count and list date;
      *    a list no newer than the one loaded is no receipt.
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT InFile ASSIGN TO WSInFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSInStatus.

               SELECT WatchFile ASSIGN TO WSWatchFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSWatchStatus.

               SELECT CustomerFile ASSIGN TO WSCustFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS IDNum
                   ALTERNATE RECORD KEY IS LastName
                       WITH DUPLICATES
                   FILE STATUS IS WSFileStatus.

               SELECT LoadReport ASSIGN TO WSReportFileName
                   ORGANIZATION IS LINE SEQUENTIAL.

      *|==============================================================|

       DATA DIVISION.

           FILE SECTION.

               FD InFile.
                   1 InHeader.
                       2 InHType PIC X(1).
                       2 InHListDate PIC X(8).
                       2 InHSource PIC X(20).
                       2 InHCount PIC X(7).
                       2 FILLER PIC X(108).
                   1 InDetail.
                       2 InDType PIC X(1).
                       2 InDEntryId PIC X(10).
                       2 InDEntityType PIC X(1).
                       2 InDName PIC X(60).
                       2 InDStreet PIC X(40).
                       2 InDCity PIC X(20).
                       2 InDCountry PIC X(2).
                       2 InDProgram PIC X(10).

               FD WatchFile.
                   COPY "WatchRec.cpy".

               FD CustomerFile.
                   COPY "CustRec.cpy".

               FD LoadReport.
                   1 ReportLine PIC X(132).

           WORKING-STORAGE SECTION.

               1 WSInFileName PIC X(100).
               1 WSWatchFileName PIC X(100).
               1 WSCustFileName PIC X(100).
               1 WSReportFileName PIC X(100).

               1 WSInStatus PIC X(2).
                   88 WSInOK VALUE '00'.
               1 WSWatchStatus PIC X(2).
                   88 WSWatchOK VALUE '00'.
               1 WSFileStatus PIC X(2).
                   88 WSFileOK VALUE '00'.

               1 WSEOF PIC X(1).
                   88 WSAtEOF VALUE 'Y'.

               1 WSBizDateParm PIC X(8).
               1 WSRunDate PIC 9(8).

      *    The list in hand, and the one already loaded.
               1 WSListDate PIC 9(8) VALUE ZERO.
               1 WSListSource PIC X(20).
               1 WSHeaderCount PIC 9(7) VALUE ZERO.
               1 WSLoadedDate PIC 9(8) VALUE ZERO.

      *    The new list, held until it has proved whole; the same
      *    limit WatchScreen's table has.
               1 WSNewMax PIC 9(5) VALUE 5000.
               1 WSNewCount PIC 9(5) VALUE ZERO.
               1 NewTable.
                   2 NewSlot OCCURS 5000 TIMES PIC X(175).
               1 WSNewIdx PIC 9(5).
               1 WSDetailCount PIC 9(7) VALUE ZERO.

               1 WSRefuseReason PIC X(50) VALUE SPACES.

               1 WSNameWork PIC X(60).
               1 WSSurnameWork PIC X(30).
               1 WSGivenWork PIC X(30).
               1 WSSoundexName PIC X(15).

               1 WSFoundBy PIC X(8) VALUE "RESCREEN".
               1 WSHitCount PIC 9(3).
               1 WSScreenedCount PIC 9(7) VALUE ZERO.
               1 WSHitCustomers PIC 9(7) VALUE ZERO.
               1 WSHitTotal PIC 9(7) VALUE ZERO.

               1 HeadLine1.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 FILLER PIC X(11) VALUE "Watch list ".
                   2 PrnHeadSource PIC X(20).
                   2 FILLER PIC X(4) VALUE " of ".
                   2 PrnHeadDate PIC 9(8).
                   2 FILLER PIC X(2) VALUE ": ".
                   2 PrnHeadCount PIC ZZZZZZ9.
                   2 FILLER PIC X(15) VALUE " entries loaded".

               1 HeadLine2.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 FILLER PIC X(9) VALUE "Customer".
                   2 FILLER PIC X(16) VALUE "Name".
                   2 FILLER PIC X(16) VALUE SPACES.
                   2 FILLER PIC X(31) VALUE "Company".
                   2 FILLER PIC X(4) VALUE "Hits".

               1 DetailLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnDetId PIC 9(7).
                   2 FILLER PIC X(2) VALUE SPACES.
                   2 PrnDetFirst PIC X(15).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnDetLast PIC X(15).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnDetCompany PIC X(30).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnDetHits PIC ZZ9.

               1 TotalLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnTotLabel PIC X(34).
                   2 PrnTotCount PIC ZZZZZZ9.

      *    Standard report identification and catalog registration.
               1 WSBnrFunction PIC X(1).
               1 WSBnrReportName PIC X(20) VALUE "WatchLoad".
               1 WSBnrRequestor PIC X(8) VALUE "BATCH".
               1 WSBnrCount PIC 9(7) VALUE ZERO.
               1 WSBnrLine1 PIC X(80).
               1 WSBnrLine2 PIC X(80).

               1 WSCatReportName PIC X(20).
               1 WSCatFileName PIC X(100).
               1 WSCatPages PIC 9(4) VALUE ZERO.
               1 WSCatRecords PIC 9(7) VALUE ZERO.

      *    Run-log work area handed to the shared RunLog subprogram.
               1 WSLogStepName PIC X(20) VALUE "WatchLoad".
               1 WSLogEvent PIC X(1).
               1 WSLogRecords PIC 9(7) VALUE ZERO.
               1 WSLogRejects PIC 9(7) VALUE ZERO.
               1 WSLogRC PIC 9(4) VALUE ZERO.
               1 WSLogCapacity PIC 9(5) VALUE 5000.

      *    Interface-log work area handed to the shared IfaceLog
      *    subprogram.
               1 WSIfcCode PIC X(8) VALUE "WATCHLST".
               1 WSIfcEvent PIC X(1).
               1 WSIfcRecords PIC 9(7) VALUE ZERO.
               1 WSIfcControl PIC 9(11)V99 VALUE ZERO.
               1 WSIfcFileDate PIC 9(8) VALUE ZERO.

      *|==============================================================|

       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSInFileName FROM ENVIRONMENT "CUSTWATCHIN"
                   ON EXCEPTION
                       MOVE "WatchListIn.dat" TO WSInFileName
               END-ACCEPT
               ACCEPT WSWatchFileName FROM ENVIRONMENT "CUSTWATCH"
                   ON EXCEPTION
                       MOVE "WatchList.dat" TO WSWatchFileName
               END-ACCEPT
               ACCEPT WSCustFileName FROM ENVIRONMENT "CUSTMSTR"
                   ON EXCEPTION
                       MOVE "test.dat" TO WSCustFileName
               END-ACCEPT
               ACCEPT WSReportFileName FROM ENVIRONMENT "CUSTWATCHRPT"
                   ON EXCEPTION
                       MOVE "WatchLoad.rpt" TO WSReportFileName
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
               MOVE 'S' TO WSLogEvent
               PERFORM WriteRunLogRecord
               OPEN INPUT InFile
               IF NOT WSInOK
                   DISPLAY "WatchLoad: no watch list to load."
                   PERFORM EndStep
                   GOBACK
               END-IF
               PERFORM ReadNewList
               CLOSE InFile
               IF WSRefuseReason NOT = SPACES
                   DISPLAY "WatchLoad: LIST REFUSED, "
                       FUNCTION TRIM(WSRefuseReason)
                       "; the loaded list stands."
                   MOVE 8 TO WSLogRC
                   MOVE 'X' TO WSIfcEvent
                   MOVE WSDetailCount TO WSIfcRecords
                   MOVE WSListDate TO WSIfcFileDate
                   PERFORM WriteIfaceLogRecord
                   PERFORM EndStep
                   GOBACK
               END-IF
               PERFORM FindLoadedListDate
               IF WSListDate <= WSLoadedDate
                   DISPLAY "WatchLoad: list of " WSListDate
                       " is no newer than the one loaded; nothing "
                       "to do."
                   PERFORM EndStep
                   GOBACK
               END-IF
               PERFORM WriteWatchList
               MOVE 'R' TO WSIfcEvent
               MOVE WSNewCount TO WSIfcRecords
               MOVE WSListDate TO WSIfcFileDate
               PERFORM WriteIfaceLogRecord
               CANCEL 'WatchScreen'
               PERFORM RescreenMaster
               DISPLAY "WatchLoad: list " FUNCTION TRIM(WSListSource)
                   " of " WSListDate " loaded, " WSNewCount
                   " entries; " WSScreenedCount " customers "
                   "re-screened, " WSHitTotal " hits queued."
               MOVE WSScreenedCount TO WSLogRecords
               PERFORM EndStep
               GOBACK.

           EndStep.
               MOVE 'E' TO WSLogEvent
               PERFORM WriteRunLogRecord
               MOVE WSLogRC TO RETURN-CODE.

      *|==============================================================|
      *    ReadNewList proves the published file and holds its
      *    entries, in WatchRec.cpy shape, in the table. Any fault
      *    sets WSRefuseReason and stops the read.
      *|==============================================================|

           ReadNewList.
               MOVE 'N' TO WSEOF
               READ InFile
                   AT END SET WSAtEOF TO TRUE
               END-READ
               IF WSAtEOF OR InHType NOT = 'H'
                   OR InHListDate IS NOT NUMERIC
                   OR InHCount IS NOT NUMERIC
                   MOVE "no valid header line" TO WSRefuseReason
                   EXIT PARAGRAPH
               END-IF
               MOVE InHListDate TO WSListDate
               MOVE InHSource TO WSListSource
               MOVE InHCount TO WSHeaderCount
               PERFORM UNTIL WSAtEOF OR WSRefuseReason NOT = SPACES
                   READ InFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           PERFORM TakeOneDetail
                   END-READ
               END-PERFORM
               IF WSRefuseReason = SPACES
                   AND WSDetailCount NOT = WSHeaderCount
                   STRING "header count " WSHeaderCount
                          ", file holds " WSDetailCount
                       DELIMITED BY SIZE INTO WSRefuseReason
                   END-STRING
               END-IF.

           TakeOneDetail.
               ADD 1 TO WSDetailCount
               IF InDType NOT = 'D' OR InDEntryId = SPACES
                   OR InDName = SPACES
                   OR (InDEntityType NOT = 'I'
                       AND InDEntityType NOT = 'E')
                   STRING "bad detail line " WSDetailCount
                       DELIMITED BY SIZE INTO WSRefuseReason
                   END-STRING
                   EXIT PARAGRAPH
               END-IF
               IF WSNewCount >= WSNewMax
                   MOVE "more entries than the screen can hold"
                       TO WSRefuseReason
                   EXIT PARAGRAPH
               END-IF
               INITIALIZE WatchListRecord
               MOVE InDEntryId TO WatchEntryId
               MOVE WSListDate TO WatchListDate
               MOVE WSListSource TO WatchSource
               MOVE InDEntityType TO WatchEntityType
               MOVE FUNCTION UPPER-CASE(InDName) TO WSNameWork
               IF WatchIndividual
                   MOVE SPACES TO WSSurnameWork WSGivenWork
                   UNSTRING WSNameWork DELIMITED BY ","
                       INTO WSSurnameWork WSGivenWork
                   END-UNSTRING
                   MOVE FUNCTION TRIM(WSSurnameWork) TO WatchSurname
                   MOVE FUNCTION TRIM(WSGivenWork) TO WatchGiven
               ELSE
                   MOVE FUNCTION TRIM(WSNameWork) TO WatchSurname
               END-IF
               MOVE WatchSurname(1:15) TO WSSoundexName
               CALL 'Soundex' USING WSSoundexName WatchSoundex
               MOVE FUNCTION UPPER-CASE(InDStreet) TO WatchStreet
               MOVE FUNCTION UPPER-CASE(InDCity) TO WatchCity
               MOVE FUNCTION UPPER-CASE(InDCountry) TO WatchCountry
               MOVE InDProgram TO WatchProgram
               ADD 1 TO WSNewCount
               MOVE WatchListRecord TO NewSlot(WSNewCount).

      *|==============================================================|
      *    FindLoadedListDate takes the date off the loaded list's
      *    first line; no list loaded yet is date zero.
      *|==============================================================|

           FindLoadedListDate.
               MOVE ZERO TO WSLoadedDate
               OPEN INPUT WatchFile
               IF NOT WSWatchOK
                   EXIT PARAGRAPH
               END-IF
               READ WatchFile
                   NOT AT END
                       IF WatchListDate IS NUMERIC
                           MOVE WatchListDate TO WSLoadedDate
                       END-IF
               END-READ
               CLOSE WatchFile.

           WriteWatchList.
               OPEN OUTPUT WatchFile
               PERFORM VARYING WSNewIdx FROM 1 BY 1
                   UNTIL WSNewIdx > WSNewCount
                   MOVE NewSlot(WSNewIdx) TO WatchListRecord
                   WRITE WatchListRecord
               END-PERFORM
               CLOSE WatchFile.

      *|==============================================================|
      *    RescreenMaster puts every customer not closed through the
      *    screen against the new list, reporting those with hits.
      *|==============================================================|

           RescreenMaster.
               OPEN OUTPUT LoadReport
               MOVE 'B' TO WSBnrFunction
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   WSBnrRequestor WSBnrCount WSBnrLine1 WSBnrLine2
               WRITE ReportLine FROM WSBnrLine1
               WRITE ReportLine FROM WSBnrLine2
               MOVE WSListSource TO PrnHeadSource
               MOVE WSListDate TO PrnHeadDate
               MOVE WSNewCount TO PrnHeadCount
               WRITE ReportLine FROM HeadLine1
                   AFTER ADVANCING 1 LINE
               WRITE ReportLine FROM HeadLine2
                   AFTER ADVANCING 2 LINES
               MOVE 'N' TO WSEOF
               OPEN INPUT CustomerFile
               IF WSFileOK
                   PERFORM UNTIL WSAtEOF
                       READ CustomerFile NEXT RECORD
                           AT END SET WSAtEOF TO TRUE
                           NOT AT END
                               PERFORM ScreenOneCustomer
                       END-READ
                   END-PERFORM
                   CLOSE CustomerFile
               END-IF
               MOVE "Customers re-screened" TO PrnTotLabel
               MOVE WSScreenedCount TO PrnTotCount
               WRITE ReportLine FROM TotalLine
                   AFTER ADVANCING 2 LINES
               MOVE "Customers with new hits" TO PrnTotLabel
               MOVE WSHitCustomers TO PrnTotCount
               WRITE ReportLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE "Hits queued for review" TO PrnTotLabel
               MOVE WSHitTotal TO PrnTotCount
               WRITE ReportLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE 'T' TO WSBnrFunction
               MOVE WSHitCustomers TO WSBnrCount
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   WSBnrRequestor WSBnrCount WSBnrLine1 WSBnrLine2
               WRITE ReportLine FROM WSBnrLine1
                   AFTER ADVANCING 2 LINES
               CLOSE LoadReport
               MOVE "WatchLoad" TO WSCatReportName
               MOVE WSReportFileName TO WSCatFileName
               MOVE WSHitCustomers TO WSCatRecords
               CALL 'RptCatalog' USING WSCatReportName
                   WSCatFileName WSCatPages WSCatRecords.

           ScreenOneCustomer.
               IF IDNum = ZERO OR IDNum = 9999999 OR CustClosed
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WSScreenedCount
               CALL 'WatchScreen' USING CustomerData WSFoundBy
                   WSHitCount
               IF WSHitCount = ZERO
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WSHitCustomers
               ADD WSHitCount TO WSHitTotal
               MOVE IDNum TO PrnDetId
               MOVE FirstName TO PrnDetFirst
               MOVE LastName TO PrnDetLast
               MOVE CustCompanyName TO PrnDetCompany
               MOVE WSHitCount TO PrnDetHits
               WRITE ReportLine FROM DetailLine
                   AFTER ADVANCING 1 LINE.

           WriteRunLogRecord.
               CALL 'RunLog' USING WSLogStepName WSLogEvent
                   WSLogRecords WSLogRejects WSLogRC
                   WSLogCapacity.

           WriteIfaceLogRecord.
               CALL 'IfaceLog' USING WSIfcCode WSIfcEvent
                   WSIfcRecords WSIfcControl WSIfcFileDate.

      *|==============================================================|
