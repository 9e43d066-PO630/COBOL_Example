      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CustSnapshot.

      *|==============================================================|
      *    CustSnapshot builds the one nightly customer snapshot the
      *    reporting steps read instead of each sweeping test.dat
      *    again and re-joining the same files: one flat line per
      *    customer on the master (SnapRec.cpy layout, CUSTSNAP,
      *    default CustSnap.dat) carrying the whole master record
      *    plus
      *        the balance and last post date (CUSTBAL, keyed read)
      *        the tier of the latest rating run (CUSTRATHIST)
      *        the sales territory (CUSTTERR)
      *        the billing cycle (CUSTCYCLE)
      *        the household Id (CUSTHOUSE, active customers only,
      *            found by address the way HouseholdBuild keyed it)
      *        the do-not-contact flags in effect on the business
      *            date (CUSTSUPP, keyed read, as SuppCheck answers)
      *    The territory, cycle, and rating files are all written
      *    in Id order, so each is matched against the master pass
      *    without a table; households are loaded once and found
      *    with SEARCH ALL. A source file not there yet simply
      *    leaves its fact blank or zero.
      *
      *    It runs right after ReconCheck, so the master it copies
      *    has just been proved against its trailer, and it ends
      *    the snapshot with a control trailer of its own: the
      *    detail count, the master trailer's count it was built
      *    against, and the balance total. Every reader proves that
      *    trailer through SnapCheck before trusting the file. The
      *    tier and territory are as the last rating and territory
      *    runs left them -- tonight's CustRating and TerrAssign run
      *    later in the chain, off this snapshot.
      *
      *    Return code 8 when the master will not open or the
      *    snapshot cannot be written, 16 when the master has no
      *    trailer or the copy does not agree with it.
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT CustomerFile ASSIGN TO WSCustFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS IDNum
                   ALTERNATE RECORD KEY IS LastName
                       WITH DUPLICATES
                   FILE STATUS IS WSFileStatus.

               SELECT BalanceFile ASSIGN TO WSBalFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS BalIDNum
                   FILE STATUS IS WSBalStatus.

               SELECT SuppressFile ASSIGN TO WSSuppFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SuppIDNum
                   FILE STATUS IS WSSuppStatus.

               SELECT RatingHistFile ASSIGN TO WSRatHistFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSRatHistStatus.

               SELECT AssignFile ASSIGN TO WSAssignFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSAssignStatus.

               SELECT CycleFile ASSIGN TO WSCycleFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSCycleStatus.

               SELECT HouseholdFile ASSIGN TO WSHouseFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSHouseStatus.

               SELECT SnapshotFile ASSIGN TO WSSnapFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSSnapStatus.

      *|==============================================================|

       DATA DIVISION.

           FILE SECTION.

               FD CustomerFile.
                   COPY "CustRec.cpy".

               FD BalanceFile.
                   COPY "BalRec.cpy".

               FD SuppressFile.
                   COPY "SuppRec.cpy".

               FD RatingHistFile.
                   COPY "RatHist.cpy".

               FD AssignFile.
                   1 TerritoryAsgRecord.
                       2 TAsgIDNum PIC 9(7).
                       2 TAsgCode PIC X(4).
                       2 TAsgDate PIC 9(8).

               FD CycleFile.
                   1 CycleRecord.
                       2 CycIDNum PIC 9(7).
                       2 CycNumber PIC 9(1).

               FD HouseholdFile.
                   COPY "HouseRec.cpy".

               FD SnapshotFile.
                   COPY "SnapRec.cpy".

           WORKING-STORAGE SECTION.

               1 WSCustFileName PIC X(100).
               1 WSBalFileName PIC X(100).
               1 WSSuppFileName PIC X(100).
               1 WSRatHistFileName PIC X(100).
               1 WSAssignFileName PIC X(100).
               1 WSCycleFileName PIC X(100).
               1 WSHouseFileName PIC X(100).
               1 WSSnapFileName PIC X(100).

               1 WSFileStatus PIC X(2).
                   88 WSFileOK VALUE '00'.
               1 WSBalStatus PIC X(2).
                   88 WSBalOK VALUE '00'.
               1 WSSuppStatus PIC X(2).
                   88 WSSuppOK VALUE '00'.
               1 WSRatHistStatus PIC X(2).
                   88 WSRatHistOK VALUE '00'.
               1 WSAssignStatus PIC X(2).
                   88 WSAssignOK VALUE '00'.
               1 WSCycleStatus PIC X(2).
                   88 WSCycleOK VALUE '00'.
               1 WSHouseStatus PIC X(2).
                   88 WSHouseOK VALUE '00'.
               1 WSSnapStatus PIC X(2).
                   88 WSSnapOK VALUE '00'.

               1 WSEOF PIC X(1) VALUE 'N'.
                   88 WSAtEOF VALUE 'Y'.

      *    Which of the optional sources opened tonight.
               1 WSBalOpen PIC X(1) VALUE 'N'.
                   88 WSBalAvail VALUE 'Y'.
               1 WSSuppOpen PIC X(1) VALUE 'N'.
                   88 WSSuppAvail VALUE 'Y'.
               1 WSRatOpen PIC X(1) VALUE 'N'.
                   88 WSRatAvail VALUE 'Y'.
               1 WSTerrOpen PIC X(1) VALUE 'N'.
                   88 WSTerrAvail VALUE 'Y'.
               1 WSCycleOpen PIC X(1) VALUE 'N'.
                   88 WSCycleAvail VALUE 'Y'.

      *    End flags for the three files matched in Id order; a
      *    file that never opened starts at its end.
               1 WSTierEOF PIC X(1) VALUE 'Y'.
                   88 WSTierAtEOF VALUE 'Y'.
               1 WSTerrEOF PIC X(1) VALUE 'Y'.
                   88 WSTerrAtEOF VALUE 'Y'.
               1 WSCycleEOF PIC X(1) VALUE 'Y'.
                   88 WSCycleAtEOF VALUE 'Y'.
               1 WSHouseEOF PIC X(1) VALUE 'N'.
                   88 WSHouseAtEOF VALUE 'Y'.

               1 WSBizDateParm PIC X(8).
               1 WSRunDate PIC 9(8).

      *    Run date of the latest rating run on the history.
               1 WSLatestDate PIC 9(8) VALUE ZERO.

      *    Households in the zip/street/number order HouseholdBuild
      *    writes them, so the master pass can SEARCH ALL by
      *    address.
               1 WSHouseMax PIC 9(4) VALUE 5000.
               1 WSHouseCount PIC 9(4) VALUE ZERO.
               1 HouseTable.
                   2 HouseEntry OCCURS 1 TO 5000 TIMES
                       DEPENDING ON WSHouseCount
                       ASCENDING KEY IS HtKey
                       INDEXED BY HtIdx.
                       3 HtKey PIC X(48).
                       3 HtHouseId PIC 9(5).

               1 WSHouseKey.
                   2 WSHouseKeyZip PIC X(5).
                   2 WSHouseKeyStreet PIC X(40).
                   2 WSHouseKeyNum PIC 9(3).

               1 WSPriorHouseKey PIC X(48) VALUE LOW-VALUES.

               1 WSHouseOrderFlag PIC X(1) VALUE 'N'.
                   88 WSHouseOutOfOrder VALUE 'Y'.

      *    Master trailer as read, and the snapshot's own totals.
               1 WSMasterTrlFlag PIC X(1) VALUE 'N'.
                   88 WSMasterTrlFound VALUE 'Y'.
               1 WSMasterCount PIC 9(7) VALUE ZERO.
               1 WSSnapCount PIC 9(7) VALUE ZERO.
               1 WSBalTotal PIC S9(9)V99 VALUE ZERO.

      *    Run-log work area, so the chain's history shows the
      *    step like any other.
               1 WSLogStepName PIC X(20) VALUE "CustSnapshot".
               1 WSLogEvent PIC X(1).
               1 WSLogRecords PIC 9(7) VALUE ZERO.
               1 WSLogRejects PIC 9(7) VALUE ZERO.
               1 WSLogRC PIC 9(4) VALUE ZERO.
               1 WSLogCapacity PIC 9(5) VALUE ZERO.

      *|==============================================================|

       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               PERFORM LoadFileNames
               MOVE ZERO TO RETURN-CODE
               MOVE 'S' TO WSLogEvent
               PERFORM WriteRunLogRecord
               OPEN INPUT CustomerFile
               IF NOT WSFileOK
                   DISPLAY "CustSnapshot: customer file will not "
                       "open: " WSFileStatus
                   MOVE 8 TO WSLogRC
                   PERFORM EndRun
                   GOBACK
               END-IF
               OPEN OUTPUT SnapshotFile
               IF NOT WSSnapOK
                   DISPLAY "CustSnapshot: snapshot "
                       FUNCTION TRIM(WSSnapFileName)
                       " will not open: " WSSnapStatus
                   CLOSE CustomerFile
                   MOVE 8 TO WSLogRC
                   PERFORM EndRun
                   GOBACK
               END-IF
               PERFORM OpenJoinFiles
               PERFORM UNTIL WSAtEOF
                   READ CustomerFile NEXT RECORD
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           EVALUATE TRUE
                               WHEN IDNum OF CustomerData = 9999999
                                   SET WSMasterTrlFound TO TRUE
                                   MOVE CtlRecordCount
                                       OF CustControlRecord
                                       TO WSMasterCount
                               WHEN IDNum OF CustomerData = ZERO
                                   CONTINUE
                               WHEN OTHER
                                   PERFORM BuildOneSnapshot
                           END-EVALUATE
                   END-READ
               END-PERFORM
               PERFORM WriteSnapTrailer
               CLOSE CustomerFile, SnapshotFile
               PERFORM CloseJoinFiles
               DISPLAY "CustSnapshot: " WSSnapCount
                   " customers written to "
                   FUNCTION TRIM(WSSnapFileName)
               EVALUATE TRUE
                   WHEN NOT WSMasterTrlFound
                       DISPLAY "CustSnapshot: the master has no "
                           "trailer; the snapshot will not prove."
                       MOVE 16 TO WSLogRC
                   WHEN WSSnapCount NOT = WSMasterCount
                       DISPLAY "CustSnapshot: " WSSnapCount
                           " customers copied but the master "
                           "trailer says " WSMasterCount
                       MOVE 16 TO WSLogRC
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               PERFORM EndRun
               GOBACK.

           LoadFileNames.
               ACCEPT WSCustFileName FROM ENVIRONMENT "CUSTMSTR"
                   ON EXCEPTION
                       MOVE "test.dat" TO WSCustFileName
               END-ACCEPT
               ACCEPT WSBalFileName FROM ENVIRONMENT "CUSTBAL"
                   ON EXCEPTION
                       MOVE "CustBal.dat" TO WSBalFileName
               END-ACCEPT
               ACCEPT WSSuppFileName FROM ENVIRONMENT "CUSTSUPP"
                   ON EXCEPTION
                       MOVE "Suppress.dat" TO WSSuppFileName
               END-ACCEPT
               ACCEPT WSRatHistFileName FROM ENVIRONMENT "CUSTRATHIST"
                   ON EXCEPTION
                       MOVE "RatingHist.dat" TO WSRatHistFileName
               END-ACCEPT
               ACCEPT WSAssignFileName FROM ENVIRONMENT "CUSTTERR"
                   ON EXCEPTION
                       MOVE "CustTerr.dat" TO WSAssignFileName
               END-ACCEPT
               ACCEPT WSCycleFileName FROM ENVIRONMENT "CUSTCYCLE"
                   ON EXCEPTION
                       MOVE "BillCycle.dat" TO WSCycleFileName
               END-ACCEPT
               ACCEPT WSHouseFileName FROM ENVIRONMENT "CUSTHOUSE"
                   ON EXCEPTION
                       MOVE "Household.dat" TO WSHouseFileName
               END-ACCEPT
               ACCEPT WSSnapFileName FROM ENVIRONMENT "CUSTSNAP"
                   ON EXCEPTION
                       MOVE "CustSnap.dat" TO WSSnapFileName
               END-ACCEPT
               ACCEPT WSBizDateParm FROM ENVIRONMENT "CUSTBIZDATE"
                   ON EXCEPTION
                       MOVE SPACES TO WSBizDateParm
               END-ACCEPT
               IF WSBizDateParm = SPACES
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WSRunDate
               ELSE
                   MOVE WSBizDateParm TO WSRunDate
               END-IF.

      *|==============================================================|
      *    OpenJoinFiles opens every source the snapshot joins.
      *    The keyed files are read at random per customer; the
      *    Id-ordered files are primed with their first record; the
      *    households are loaded whole.
      *|==============================================================|

           OpenJoinFiles.
               OPEN INPUT BalanceFile
               IF WSBalOK
                   SET WSBalAvail TO TRUE
               END-IF
               OPEN INPUT SuppressFile
               IF WSSuppOK
                   SET WSSuppAvail TO TRUE
               END-IF
               PERFORM FindLatestRating
               IF WSLatestDate NOT = ZERO
                   OPEN INPUT RatingHistFile
                   IF WSRatHistOK
                       SET WSRatAvail TO TRUE
                       MOVE 'N' TO WSTierEOF
                       MOVE ZERO TO RHIDNum
                       PERFORM ReadNextTier
                   END-IF
               END-IF
               OPEN INPUT AssignFile
               IF WSAssignOK
                   SET WSTerrAvail TO TRUE
                   MOVE 'N' TO WSTerrEOF
                   PERFORM ReadNextTerritory
               END-IF
               OPEN INPUT CycleFile
               IF WSCycleOK
                   SET WSCycleAvail TO TRUE
                   MOVE 'N' TO WSCycleEOF
                   PERFORM ReadNextCycle
               END-IF
               PERFORM LoadHouseholds.

           CloseJoinFiles.
               IF WSBalAvail
                   CLOSE BalanceFile
               END-IF
               IF WSSuppAvail
                   CLOSE SuppressFile
               END-IF
               IF WSRatAvail
                   CLOSE RatingHistFile
               END-IF
               IF WSTerrAvail
                   CLOSE AssignFile
               END-IF
               IF WSCycleAvail
                   CLOSE CycleFile
               END-IF.

      *|==============================================================|
      *    FindLatestRating makes the first of the two passes
      *    RatingMovers and Dashboard make: the latest run date on
      *    the history. The matching pass reads only that run's
      *    lines, which CustRating wrote in Id order.
      *|==============================================================|

           FindLatestRating.
               OPEN INPUT RatingHistFile
               IF NOT WSRatHistOK
                   EXIT PARAGRAPH
               END-IF
               MOVE 'N' TO WSTierEOF
               PERFORM UNTIL WSTierAtEOF
                   READ RatingHistFile
                       AT END SET WSTierAtEOF TO TRUE
                       NOT AT END
                           IF RHRunDate > WSLatestDate
                               MOVE RHRunDate TO WSLatestDate
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RatingHistFile.

           ReadNextTier.
               PERFORM UNTIL WSTierAtEOF
                   READ RatingHistFile
                       AT END SET WSTierAtEOF TO TRUE
                       NOT AT END
                           IF RHRunDate = WSLatestDate
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM.

           ReadNextTerritory.
               READ AssignFile
                   AT END SET WSTerrAtEOF TO TRUE
               END-READ.

           ReadNextCycle.
               READ CycleFile
                   AT END SET WSCycleAtEOF TO TRUE
               END-READ.

      *|==============================================================|
      *    LoadHouseholds tables HouseholdBuild's file by address.
      *    A file not in address order cannot be searched, so it is
      *    set aside and every household Id stays zero rather than
      *    some being wrong.
      *|==============================================================|

           LoadHouseholds.
               OPEN INPUT HouseholdFile
               IF NOT WSHouseOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSHouseAtEOF
                   READ HouseholdFile
                       AT END SET WSHouseAtEOF TO TRUE
                       NOT AT END
                           PERFORM TableOneHousehold
                   END-READ
               END-PERFORM
               CLOSE HouseholdFile
               IF WSHouseOutOfOrder
                   DISPLAY "CustSnapshot: "
                       FUNCTION TRIM(WSHouseFileName)
                       " is not in address order; household Ids "
                       "left zero -- rerun HouseholdBuild."
                   MOVE ZERO TO WSHouseCount
               END-IF.

           TableOneHousehold.
               MOVE HouseZip TO WSHouseKeyZip
               MOVE HouseStreet TO WSHouseKeyStreet
               MOVE HouseAddrNum TO WSHouseKeyNum
               IF WSHouseKey NOT > WSPriorHouseKey
                   SET WSHouseOutOfOrder TO TRUE
                   EXIT PARAGRAPH
               END-IF
               MOVE WSHouseKey TO WSPriorHouseKey
               IF WSHouseCount >= WSHouseMax
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WSHouseCount
               MOVE WSHouseKey TO HtKey(WSHouseCount)
               MOVE HouseId TO HtHouseId(WSHouseCount).

      *|==============================================================|
      *    BuildOneSnapshot writes one customer's line: the master
      *    image, then each joined fact.
      *|==============================================================|

           BuildOneSnapshot.
               MOVE SPACES TO SnapshotRecord
               MOVE IDNum OF CustomerData TO SnapIDNum
               MOVE CustomerData TO SnapCustImage
               MOVE ZERO TO SnapBalance, SnapLastPostDate,
                   SnapTierDate, SnapCycle, SnapHouseId
               IF WSBalAvail
                   MOVE IDNum OF CustomerData TO BalIDNum
                   READ BalanceFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE BalAmount TO SnapBalance
                           MOVE BalLastPostDate TO SnapLastPostDate
                           ADD BalAmount TO WSBalTotal
                   END-READ
               END-IF
               PERFORM UNTIL WSTierAtEOF
                   OR RHIDNum >= IDNum OF CustomerData
                   PERFORM ReadNextTier
               END-PERFORM
               IF NOT WSTierAtEOF
                   AND RHIDNum = IDNum OF CustomerData
                   MOVE RHTier TO SnapTier
                   MOVE RHRunDate TO SnapTierDate
               END-IF
               PERFORM UNTIL WSTerrAtEOF
                   OR TAsgIDNum >= IDNum OF CustomerData
                   PERFORM ReadNextTerritory
               END-PERFORM
               IF NOT WSTerrAtEOF
                   AND TAsgIDNum = IDNum OF CustomerData
                   MOVE TAsgCode TO SnapTerritory
               END-IF
               PERFORM UNTIL WSCycleAtEOF
                   OR CycIDNum >= IDNum OF CustomerData
                   PERFORM ReadNextCycle
               END-PERFORM
               IF NOT WSCycleAtEOF
                   AND CycIDNum = IDNum OF CustomerData
                   MOVE CycNumber TO SnapCycle
               END-IF
               IF CustActive AND WSHouseCount > ZERO
                   MOVE CustAddrZip TO WSHouseKeyZip
                   MOVE CustAddrStreet TO WSHouseKeyStreet
                   MOVE CustAddrNum TO WSHouseKeyNum
                   SEARCH ALL HouseEntry
                       AT END
                           CONTINUE
                       WHEN HtKey(HtIdx) = WSHouseKey
                           MOVE HtHouseId(HtIdx) TO SnapHouseId
                   END-SEARCH
               END-IF
               IF WSSuppAvail
                   MOVE IDNum OF CustomerData TO SuppIDNum
                   READ SuppressFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF SuppEffDate NOT > WSRunDate
                               MOVE SuppNoMail TO SnapNoMail
                               MOVE SuppNoEmail TO SnapNoEmail
                               MOVE SuppNoPhone TO SnapNoPhone
                           END-IF
                   END-READ
               END-IF
               WRITE SnapshotRecord
               ADD 1 TO WSSnapCount.

      *|==============================================================|
      *    WriteSnapTrailer closes the snapshot with its control
      *    trailer on the master trailer's reserved Id.
      *|==============================================================|

           WriteSnapTrailer.
               MOVE SPACES TO SnapTrailerRecord
               MOVE 9999999 TO SnapTrlIDNum
               SET SnapTrlIsTrailer TO TRUE
               MOVE WSRunDate TO SnapTrlRunDate
               MOVE WSSnapCount TO SnapTrlCount
               MOVE WSMasterCount TO SnapTrlMasterCount
               MOVE FUNCTION CURRENT-DATE(1:14) TO SnapTrlStamp
               MOVE WSBalTotal TO SnapTrlBalTotal
               WRITE SnapshotRecord.

           EndRun.
               MOVE WSSnapCount TO WSLogRecords
               MOVE 'E' TO WSLogEvent
               PERFORM WriteRunLogRecord
               MOVE WSLogRC TO RETURN-CODE.

           WriteRunLogRecord.
               CALL 'RunLog' USING WSLogStepName WSLogEvent
                   WSLogRecords WSLogRejects WSLogRC
                   WSLogCapacity.

      *|==============================================================|
