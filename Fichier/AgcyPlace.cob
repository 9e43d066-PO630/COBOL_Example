      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AgcyPlace.

      *|==============================================================|
      *    AgcyPlace is the month-end placement step: the accounts
      *    the collectors have given their best and lost go to the
      *    outside collection agency on a file instead of a
      *    spreadsheet. An account is placed when its oldest unpaid
      *    debit is older than the placement age (CUSTAGCYDAYS,
      *    default 120 days) by the shared BalAge arithmetic and the
      *    customer has broken a promise to pay on the promise file
      *    (CUSTCOLLPROM, default CollProm.dat) -- CollCheck's 'B'
      *    settlement. One under a legal hold (LegalCheck) is never
      *    placed and is listed instead; one already with the agency
      *    is not placed twice.
      *
      *    Each placement goes three places. The agency's placement
      *    file (CUSTAGCYOUT, default AgencyPlace.dat) carries a
      *    header naming the agency (CUSTAGCYCODE, default
      *    AGENCY01) and the date, a detail per account with the
      *    name, last known address, balance and age, and a trailer
      *    with the count and balance total. The placement file
      *    (CUSTAGENCY, default Agency.dat, AgcyRec.cpy layout)
      *    records it, with the collector who had the account, so
      *    AgcyCheck turns CollBuild, Dunning and FeeAssess away
      *    from it until AgcyImport brings back a recall. The
      *    placement report (CUSTAGCYRPT, default AgcyPlace.rpt)
      *    lists every account placed and every one held back.
      *
      *    Each placement file is logged under AGCYPLAC on the interface
      *    log (IfaceLog) with its account count and placed total.
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT BalanceFile ASSIGN TO WSBalFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS BalIDNum
                   FILE STATUS IS WSBalFileStatus.

               SELECT CustomerFile ASSIGN TO WSCustFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS IDNum
                   ALTERNATE RECORD KEY IS LastName
                       WITH DUPLICATES
                   FILE STATUS IS WSFileStatus.

               SELECT AgencyFile ASSIGN TO WSAgcyFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AgcyIDNum
                   FILE STATUS IS WSAgcyFileStatus.

               SELECT PromiseFile ASSIGN TO WSPromFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSPromStatus.

               SELECT QueueFile ASSIGN TO WSQueueFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSQueueStatus.

               SELECT PlaceFile ASSIGN TO WSPlaceFileName
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT PlaceReport ASSIGN TO WSReportFileName
                   ORGANIZATION IS LINE SEQUENTIAL.

      *|==============================================================|

       DATA DIVISION.

           FILE SECTION.

               FD BalanceFile.
                   COPY "BalRec.cpy".

               FD CustomerFile.
                   COPY "CustRec.cpy".

               FD AgencyFile.
                   COPY "AgcyRec.cpy".

               FD PromiseFile.
                   COPY "PromRec.cpy".

               FD QueueFile.
                   COPY "CollRec.cpy".

      *    The agency's placement file: a header naming the agency,
      *    one detail per account, and a trailer carrying the count
      *    and balance total the agency proves the file by.
               FD PlaceFile.
                   1 PlaceHeader.
                       2 PlcHType PIC X(1).
                       2 PlcHAgency PIC X(8).
                       2 PlcHDate PIC 9(8).
                   1 PlaceDetail.
                       2 PlcDType PIC X(1).
                       2 PlcDIDNum PIC 9(7).
                       2 PlcDName PIC X(31).
                       2 PlcDAddrNum PIC 9(3).
                       2 PlcDAddrStreet PIC X(40).
                       2 PlcDAddrCity PIC X(20).
                       2 PlcDAddrZip PIC X(5).
                       2 PlcDAddrPostal PIC X(10).
                       2 PlcDAddrCountry PIC X(2).
                       2 PlcDBalance PIC 9(7)V99.
                       2 PlcDOldestDays PIC 9(5).
                       2 PlcDLastPost PIC 9(8).
                   1 PlaceTrailer.
                       2 PlcTType PIC X(1).
                       2 PlcTCount PIC 9(7).
                       2 PlcTTotal PIC 9(9)V99.

               FD PlaceReport.
                   1 PlaceLine PIC X(100).

           WORKING-STORAGE SECTION.

               1 WSBalFileName PIC X(100).
               1 WSCustFileName PIC X(100).
               1 WSAgcyFileName PIC X(100).
               1 WSPromFileName PIC X(100).
               1 WSQueueFileName PIC X(100).
               1 WSPlaceFileName PIC X(100).
               1 WSReportFileName PIC X(100).

               1 WSBalFileStatus PIC X(2).
                   88 WSBalFileOK VALUE '00'.
               1 WSFileStatus PIC X(2).
                   88 WSFileOK VALUE '00'.
               1 WSAgcyFileStatus PIC X(2).
                   88 WSAgcyFileOK VALUE '00'.
                   88 WSAgcyFileMissing VALUE '35'.
               1 WSPromStatus PIC X(2).
                   88 WSPromOK VALUE '00'.
               1 WSQueueStatus PIC X(2).
                   88 WSQueueOK VALUE '00'.

               1 WSEOF PIC X(1).
                   88 WSAtEOF VALUE 'Y'.

               1 WSBizDateParm PIC X(8).
               1 WSRunDate PIC 9(8).

               1 WSDaysParm PIC X(5).
               1 WSPlaceDays PIC 9(5).
               1 WSAgencyCode PIC X(8).

               1 WSAgcyOnFileFlag PIC X(1).
                   88 WSAgcyOnFile VALUE 'Y'.

      *    Customers with a broken promise on file, each once.
               1 WSBrokenMax PIC 9(4) VALUE 2000.
               1 WSBrokenCount PIC 9(4) VALUE ZERO.
               1 WSBrokenIdx PIC 9(4).
               1 BrokenTable.
                   2 BrokenId OCCURS 2000 TIMES PIC 9(7).

               1 WSBrokenFlag PIC X(1).
                   88 WSHasBroken VALUE 'Y'.

      *    Collector assignments off the current queue.
               1 WSKnownMax PIC 9(4) VALUE 2000.
               1 WSKnownCount PIC 9(4) VALUE ZERO.
               1 WSKnownIdx PIC 9(4).
               1 KnownTable.
                   2 KnownEntry OCCURS 2000 TIMES.
                       3 KnownId PIC 9(7).
                       3 KnownCollector PIC X(8).

               1 WSPickCollector PIC X(8).

      *    FIFO aging answer from the shared BalAge subprogram.
               1 WSAgeIDNum PIC 9(7).
               1 WSAgeBalance PIC S9(7)V99.
               1 WSOverdueAmount PIC S9(9)V99.
               1 WSOldestDays PIC S9(7).

      *    Legal-hold verdict from the shared LegalCheck subprogram.
               1 WSLegalAnswer PIC X(1).
                   88 WSLegalHeld VALUE 'Y'.
               1 WSLegalType PIC X(1).
               1 WSLegalName PIC X(10).
               1 WSLegalCount PIC 9(5) VALUE ZERO.

               1 WSPlacedCount PIC 9(7) VALUE ZERO.
               1 WSPlacedTotal PIC 9(9)V99 VALUE ZERO.
               1 WSAlreadyCount PIC 9(5) VALUE ZERO.

      *    Report lines.
               1 HeadLine1.
                   2 FILLER PIC X(33)
                       VALUE " Collection agency placement    ".
                   2 PrnHeadDate PIC 9(8).
                   2 FILLER PIC X(10) VALUE "  agency ".
                   2 PrnHeadAgency PIC X(8).

               1 HeadLine2.
                   2 FILLER PIC X(30)
                       VALUE "   Id      Name".
                   2 FILLER PIC X(38)
                       VALUE "            Balance   Days  Collector".

               1 DetailLine.
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnDetId PIC 9(7).
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnDetName PIC X(31).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnDetBalance PIC Z,ZZZ,ZZ9.99.
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnDetDays PIC ZZZZ9.
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnDetCollector PIC X(8).

               1 HeldLine.
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnHeldId PIC 9(7).
                   2 FILLER PIC X(24)
                       VALUE "  not placed -- legal ".
                   2 FILLER PIC X(6) VALUE "hold: ".
                   2 PrnHeldName PIC X(10).

               1 TotalLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnTotLabel PIC X(28).
                   2 PrnTotCount PIC ZZZZZZ9.
                   2 FILLER PIC X(3) VALUE SPACE.
                   2 PrnTotAmount PIC ZZZ,ZZZ,ZZ9.99.

      *    Standard report identification and catalog registration.
               1 WSBnrFunction PIC X(1).
               1 WSBnrReportName PIC X(20) VALUE "AgcyPlace".
               1 WSBnrRequestor PIC X(8) VALUE "BATCH".
               1 WSBnrCount PIC 9(7) VALUE ZERO.
               1 WSBnrLine1 PIC X(80).
               1 WSBnrLine2 PIC X(80).

               1 WSCatReportName PIC X(20).
               1 WSCatFileName PIC X(100).
               1 WSCatPages PIC 9(4) VALUE ZERO.
               1 WSCatRecords PIC 9(7) VALUE ZERO.

      *    Run-log work area handed to the shared RunLog subprogram.
               1 WSLogStepName PIC X(20) VALUE "AgcyPlace".
               1 WSLogEvent PIC X(1).
               1 WSLogRecords PIC 9(7) VALUE ZERO.
               1 WSLogRejects PIC 9(7) VALUE ZERO.
               1 WSLogRC PIC 9(4) VALUE ZERO.
               1 WSLogCapacity PIC 9(5) VALUE ZERO.

      *    Interface-log work area handed to the shared IfaceLog
      *    subprogram.
               1 WSIfcCode PIC X(8) VALUE "AGCYPLAC".
               1 WSIfcEvent PIC X(1).
               1 WSIfcRecords PIC 9(7) VALUE ZERO.
               1 WSIfcControl PIC 9(11)V99 VALUE ZERO.
               1 WSIfcFileDate PIC 9(8) VALUE ZERO.

      *|==============================================================|

       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSBalFileName FROM ENVIRONMENT "CUSTBAL"
                   ON EXCEPTION
                       MOVE "CustBal.dat" TO WSBalFileName
               END-ACCEPT
               ACCEPT WSCustFileName FROM ENVIRONMENT "CUSTMSTR"
                   ON EXCEPTION
                       MOVE "test.dat" TO WSCustFileName
               END-ACCEPT
               ACCEPT WSAgcyFileName FROM ENVIRONMENT "CUSTAGENCY"
                   ON EXCEPTION
                       MOVE "Agency.dat" TO WSAgcyFileName
               END-ACCEPT
               ACCEPT WSPromFileName FROM ENVIRONMENT
                       "CUSTCOLLPROM"
                   ON EXCEPTION
                       MOVE "CollProm.dat" TO WSPromFileName
               END-ACCEPT
               ACCEPT WSQueueFileName FROM ENVIRONMENT "CUSTCOLLQ"
                   ON EXCEPTION
                       MOVE "CollQueue.dat" TO WSQueueFileName
               END-ACCEPT
               ACCEPT WSPlaceFileName FROM ENVIRONMENT "CUSTAGCYOUT"
                   ON EXCEPTION
                       MOVE "AgencyPlace.dat" TO WSPlaceFileName
               END-ACCEPT
               ACCEPT WSReportFileName FROM ENVIRONMENT "CUSTAGCYRPT"
                   ON EXCEPTION
                       MOVE "AgcyPlace.rpt" TO WSReportFileName
               END-ACCEPT
               ACCEPT WSAgencyCode FROM ENVIRONMENT "CUSTAGCYCODE"
                   ON EXCEPTION
                       MOVE "AGENCY01" TO WSAgencyCode
               END-ACCEPT
               ACCEPT WSDaysParm FROM ENVIRONMENT "CUSTAGCYDAYS"
                   ON EXCEPTION
                       MOVE SPACES TO WSDaysParm
               END-ACCEPT
               IF WSDaysParm = SPACES
                   MOVE 120 TO WSPlaceDays
               ELSE
                   MOVE WSDaysParm TO WSPlaceDays
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
               MOVE 'S' TO WSLogEvent
               PERFORM WriteRunLogRecord
               PERFORM LoadBrokenPromises
               PERFORM LoadKnownAssignments
               OPEN INPUT BalanceFile
               IF NOT WSBalFileOK
                   DISPLAY "AgcyPlace: no balance file."
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               OPEN INPUT CustomerFile
               IF NOT WSFileOK
                   DISPLAY "AgcyPlace: customer file will not "
                       "open: " WSFileStatus
                   CLOSE BalanceFile
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               OPEN I-O AgencyFile
               IF WSAgcyFileMissing
                   OPEN OUTPUT AgencyFile
                   CLOSE AgencyFile
                   OPEN I-O AgencyFile
               END-IF
               OPEN OUTPUT PlaceFile
               OPEN OUTPUT PlaceReport
               MOVE 'H' TO PlcHType
               MOVE WSAgencyCode TO PlcHAgency
               MOVE WSRunDate TO PlcHDate
               WRITE PlaceHeader
               MOVE 'B' TO WSBnrFunction
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   WSBnrRequestor WSBnrCount WSBnrLine1 WSBnrLine2
               WRITE PlaceLine FROM WSBnrLine1
               WRITE PlaceLine FROM WSBnrLine2
               MOVE WSRunDate TO PrnHeadDate
               MOVE WSAgencyCode TO PrnHeadAgency
               WRITE PlaceLine FROM HeadLine1
                   AFTER ADVANCING 1 LINE
               WRITE PlaceLine FROM HeadLine2
                   AFTER ADVANCING 2 LINES
               IF WSBrokenCount > ZERO
                   MOVE 'N' TO WSEOF
                   PERFORM UNTIL WSAtEOF
                       READ BalanceFile NEXT RECORD
                           AT END SET WSAtEOF TO TRUE
                           NOT AT END
                               PERFORM JudgeOneAccount
                       END-READ
                   END-PERFORM
               END-IF
               MOVE 'T' TO PlcTType
               MOVE WSPlacedCount TO PlcTCount
               MOVE WSPlacedTotal TO PlcTTotal
               WRITE PlaceTrailer
               PERFORM PrintPlaceTotals
               CLOSE BalanceFile, CustomerFile, AgencyFile,
                   PlaceFile, PlaceReport
               MOVE 'S' TO WSIfcEvent
               MOVE WSPlacedCount TO WSIfcRecords
               MOVE WSPlacedTotal TO WSIfcControl
               MOVE WSRunDate TO WSIfcFileDate
               PERFORM WriteIfaceLogRecord
               MOVE "AgcyPlace" TO WSCatReportName
               MOVE WSReportFileName TO WSCatFileName
               MOVE WSPlacedCount TO WSCatRecords
               CALL 'RptCatalog' USING WSCatReportName
                   WSCatFileName WSCatPages WSCatRecords
               DISPLAY "AgcyPlace: " WSPlacedCount
                   " accounts placed with " WSAgencyCode "."
               MOVE 'E' TO WSLogEvent
               MOVE WSPlacedCount TO WSLogRecords
               PERFORM WriteRunLogRecord
               MOVE ZERO TO RETURN-CODE
               GOBACK.

      *|==============================================================|
      *    LoadBrokenPromises notes each customer CollCheck has ever
      *    settled a promise broken for.
      *|==============================================================|

           LoadBrokenPromises.
               MOVE 'N' TO WSEOF
               OPEN INPUT PromiseFile
               IF NOT WSPromOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ PromiseFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF PromBroken
                               PERFORM NoteBrokenPromise
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PromiseFile.

           NoteBrokenPromise.
               PERFORM VARYING WSBrokenIdx FROM 1 BY 1
                       UNTIL WSBrokenIdx > WSBrokenCount
                   IF BrokenId(WSBrokenIdx) = PromIDNum
                       EXIT PARAGRAPH
                   END-IF
               END-PERFORM
               IF WSBrokenCount < WSBrokenMax
                   ADD 1 TO WSBrokenCount
                   MOVE PromIDNum TO BrokenId(WSBrokenCount)
               END-IF.

           LoadKnownAssignments.
               MOVE 'N' TO WSEOF
               OPEN INPUT QueueFile
               IF NOT WSQueueOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ QueueFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF WSKnownCount < WSKnownMax
                               ADD 1 TO WSKnownCount
                               MOVE CollIDNum
                                   TO KnownId(WSKnownCount)
                               MOVE CollCollector
                                   TO KnownCollector(WSKnownCount)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE QueueFile.

      *|==============================================================|
      *    JudgeOneAccount places a debit balance aged past the
      *    placement age whose owner has broken a promise, unless
      *    the agency already has it or a legal hold stands on it.
      *|==============================================================|

           JudgeOneAccount.
               IF BalAmount <= ZERO
                   EXIT PARAGRAPH
               END-IF
               MOVE 'N' TO WSBrokenFlag
               PERFORM VARYING WSBrokenIdx FROM 1 BY 1
                       UNTIL WSBrokenIdx > WSBrokenCount
                           OR WSHasBroken
                   IF BrokenId(WSBrokenIdx) = BalIDNum
                       MOVE 'Y' TO WSBrokenFlag
                   END-IF
               END-PERFORM
               IF NOT WSHasBroken
                   EXIT PARAGRAPH
               END-IF
               MOVE BalIDNum TO WSAgeIDNum
               MOVE BalAmount TO WSAgeBalance
               CALL 'BalAge' USING WSAgeIDNum WSRunDate
                   WSAgeBalance WSOverdueAmount WSOldestDays
               IF WSOverdueAmount <= ZERO
                   OR WSOldestDays <= WSPlaceDays
                   EXIT PARAGRAPH
               END-IF
               MOVE 'Y' TO WSAgcyOnFileFlag
               MOVE BalIDNum TO AgcyIDNum
               READ AgencyFile
                   INVALID KEY
                       MOVE 'N' TO WSAgcyOnFileFlag
                       INITIALIZE AgencyRecord
                       MOVE BalIDNum TO AgcyIDNum
               END-READ
               IF AgcyPlaced
                   ADD 1 TO WSAlreadyCount
                   EXIT PARAGRAPH
               END-IF
               CALL 'LegalCheck' USING BalIDNum WSLegalAnswer
                   WSLegalType WSLegalName
               IF WSLegalHeld
                   ADD 1 TO WSLegalCount
                   MOVE BalIDNum TO PrnHeldId
                   MOVE WSLegalName TO PrnHeldName
                   WRITE PlaceLine FROM HeldLine
                       AFTER ADVANCING 1 LINE
                   EXIT PARAGRAPH
               END-IF
               MOVE BalIDNum TO IDNum OF CustomerData
               READ CustomerFile
                   INVALID KEY
                       EXIT PARAGRAPH
               END-READ
               MOVE "UNASSGND" TO WSPickCollector
               PERFORM VARYING WSKnownIdx FROM 1 BY 1
                       UNTIL WSKnownIdx > WSKnownCount
                   IF KnownId(WSKnownIdx) = BalIDNum
                       MOVE KnownCollector(WSKnownIdx)
                           TO WSPickCollector
                   END-IF
               END-PERFORM
               PERFORM RecordPlacement.

      *|==============================================================|
      *    RecordPlacement writes (or, for an account recalled
      *    before, rewrites) the placement record, then the detail
      *    for the agency and the report line.
      *|==============================================================|

           RecordPlacement.
               MOVE 'P' TO AgcyStatus
               MOVE WSAgencyCode TO AgcyCode
               MOVE WSRunDate TO AgcyPlaceDate
               MOVE BalAmount TO AgcyPlaceBalance
               MOVE WSOldestDays TO AgcyOldestDays
               MOVE WSPickCollector TO AgcyCollector
               MOVE ZERO TO AgcyCollected
               MOVE ZERO TO AgcyCommission
               MOVE ZERO TO AgcyLastFileDate
               MOVE ZERO TO AgcyRecallDate
               MOVE FUNCTION CURRENT-DATE(1:14) TO AgcyStamp
               IF WSAgcyOnFile
                   REWRITE AgencyRecord
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               ELSE
                   WRITE AgencyRecord
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               END-IF
               IF NOT WSAgcyFileOK
                   DISPLAY "AgcyPlace: placement file write failed "
                       "for " BalIDNum ": " WSAgcyFileStatus
                   EXIT PARAGRAPH
               END-IF
               MOVE 'D' TO PlcDType
               MOVE BalIDNum TO PlcDIDNum
               MOVE SPACES TO PlcDName
               IF CustBusiness
                   MOVE CustCompanyName TO PlcDName
               ELSE
                   STRING FirstName DELIMITED BY "  "
                          " " DELIMITED BY SIZE
                          LastName DELIMITED BY "  "
                       INTO PlcDName
                   END-STRING
               END-IF
               MOVE CustAddrNum TO PlcDAddrNum
               MOVE CustAddrStreet TO PlcDAddrStreet
               MOVE CustAddrCity TO PlcDAddrCity
               MOVE CustAddrZip TO PlcDAddrZip
               MOVE CustAddrPostal TO PlcDAddrPostal
               MOVE CustAddrCountry TO PlcDAddrCountry
               MOVE BalAmount TO PlcDBalance
               MOVE WSOldestDays TO PlcDOldestDays
               MOVE BalLastPostDate TO PlcDLastPost
               WRITE PlaceDetail
               ADD 1 TO WSPlacedCount
               ADD BalAmount TO WSPlacedTotal
               MOVE BalIDNum TO PrnDetId
               MOVE PlcDName TO PrnDetName
               MOVE BalAmount TO PrnDetBalance
               MOVE WSOldestDays TO PrnDetDays
               MOVE WSPickCollector TO PrnDetCollector
               WRITE PlaceLine FROM DetailLine
                   AFTER ADVANCING 1 LINE.

           PrintPlaceTotals.
               MOVE "Accounts placed" TO PrnTotLabel
               MOVE WSPlacedCount TO PrnTotCount
               MOVE WSPlacedTotal TO PrnTotAmount
               WRITE PlaceLine FROM TotalLine
                   AFTER ADVANCING 2 LINES
               MOVE "Already with the agency" TO PrnTotLabel
               MOVE WSAlreadyCount TO PrnTotCount
               MOVE ZERO TO PrnTotAmount
               WRITE PlaceLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE "Held back, legal hold" TO PrnTotLabel
               MOVE WSLegalCount TO PrnTotCount
               WRITE PlaceLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE 'T' TO WSBnrFunction
               MOVE WSPlacedCount TO WSBnrCount
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   WSBnrRequestor WSBnrCount WSBnrLine1 WSBnrLine2
               WRITE PlaceLine FROM WSBnrLine1.

           WriteRunLogRecord.
               CALL 'RunLog' USING WSLogStepName WSLogEvent
                   WSLogRecords WSLogRejects WSLogRC
                   WSLogCapacity.

           WriteIfaceLogRecord.
               CALL 'IfaceLog' USING WSIfcCode WSIfcEvent
                   WSIfcRecords WSIfcControl WSIfcFileDate.

      *|==============================================================|
