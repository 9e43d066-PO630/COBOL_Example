      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AttrWatch.

      *|==============================================================|
      *    AttrWatch is the monthly attrition early-warning run for
      *    the retention team: Dormancy marks an account at eighteen
      *    months, long after the customer has gone; this scores
      *    every active customer on the signals that come first,
      *    while there is still time to call.
      *        tier downgrade    25 - the latest rating-history
      *                               line (CUSTRATHIST), within
      *                               the last 90 days, in a lower
      *                               tier than the one before it
      *        declining credits 20 - cash credits on the posting
      *                               history (CUSTPOSTH) over the
      *                               last 90 days below CUSTATTRDROP
      *                               percent (default 50) of the
      *                               customer's own rate over the
      *                               six months before
      *        no response       15 - none of the last CUSTATTRCAMPS
      *                               (default 3) campaigns mailed
      *                               (CUSTCAMPHIST) answered on the
      *                               response results (CUSTCAMPRES)
      *        complaint         20 - a service case (CUSTCASES) or
      *                               a dispute (CUSTDISPUTE) opened
      *                               in the last 90 days
      *        nearing dormancy  20 - no posting for CUSTATTRQUIET
      *                               days (default 180) but not yet
      *                               at the dormancy threshold
      *                               (CUSTDORMDAYS, default 540)
      *    Cash credits are counted as LoyaltyEarn counts them: not
      *    write-offs, dispute credits, loyalty redemptions,
      *    referral rewards, security deposits applied or released,
      *    or reversals. A customer scoring CUSTATTRMIN (default
      *    40) or more is flagged.
      *
      *    The flagged customers are appended to the watch history
      *    (CUSTATTRHIST, default AttrHist.dat, AttrRec.cpy layout;
      *    a rerun on the same business date reprints the list on
      *    file rather than adding it twice) and printed as the
      *    worklist: by territory (CUSTTERR, none is UNAS), highest
      *    score first, with the telephone number to call. The
      *    report closes with the follow-up on the last twelve
      *    earlier runs: how many each flagged, and how many of
      *    those have since closed on the master (CUSTMSTR) or gone
      *    from it.
      *
      *    The sources are brought together a customer at a time
      *    through one sort and the worklist ordered through a
      *    second, the input/output procedure shape CaseAging uses.
      *    NightlyBatch runs it on the month's last cycle. Output to
      *    CUSTATTRRPT (default AttrWatch.rpt) inside the RptBanner
      *    frame, registered in the report catalog.
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

               SELECT AssignFile ASSIGN TO WSAssignFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSAssignStatus.

               SELECT RatingHistFile ASSIGN TO WSRatHistFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSRatHistStatus.

               SELECT HistoryFile ASSIGN TO WSHistFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS PostHKey
                   FILE STATUS IS WSHistFileStatus.

               SELECT CampHistFile ASSIGN TO WSCampHistName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSCampHistStatus.

               SELECT ResultFile ASSIGN TO WSResultFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSResultStatus.

               SELECT CaseFile ASSIGN TO WSCaseFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CaseNum
                   ALTERNATE RECORD KEY IS CaseIDNum
                       WITH DUPLICATES
                   FILE STATUS IS WSCaseFileStatus.

               SELECT DisputeFile ASSIGN TO WSDispFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DispKey
                   FILE STATUS IS WSDispFileStatus.

               SELECT AttrHistFile ASSIGN TO WSAttrFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSAttrStatus.

               SELECT SortWorkFile ASSIGN TO "AttrWatch.wrk".

               SELECT RankWorkFile ASSIGN TO "AttrRank.wrk".

               SELECT AttrRpt ASSIGN TO WSReportFileName
                   ORGANIZATION IS LINE SEQUENTIAL.

      *|==============================================================|

       DATA DIVISION.

           FILE SECTION.

               FD BalanceFile.
                   COPY "BalRec.cpy".

               FD CustomerFile.
                   COPY "CustRec.cpy".

               FD AssignFile.
                   1 TerritoryAsgRecord.
                       2 TAsgIDNum PIC 9(7).
                       2 TAsgCode PIC X(4).
                       2 TAsgDate PIC 9(8).

               FD RatingHistFile.
                   COPY "RatHist.cpy".

               FD HistoryFile.
                   COPY "PostRec.cpy".
                   COPY "PostHKey.cpy".

               FD CampHistFile.
                   COPY "CampRec.cpy".

               FD ResultFile.
                   1 ResultRecord.
                       2 ResCampCode PIC X(8).
                       2 ResIDNum PIC 9(7).
                       2 ResCode PIC X(2).
                       2 ResDate PIC 9(8).

               FD CaseFile.
                   COPY "CaseRec.cpy".

               FD DisputeFile.
                   COPY "DispRec.cpy".

               FD AttrHistFile.
                   COPY "AttrRec.cpy".

      *    One entry per fact about a customer; within a customer
      *    the ratings and mailings come oldest first.
               SD SortWorkFile.
                   1 SortEntry.
                       2 SortIDNum PIC 9(7).
                       2 SortKind PIC X(1).
                           88 SortIsBalance VALUE '0'.
                           88 SortIsTerritory VALUE 'A'.
                           88 SortIsCredit VALUE 'C'.
                           88 SortIsComplaint VALUE 'D'.
                           88 SortIsMailing VALUE 'M'.
                           88 SortIsResponse VALUE 'P'.
                           88 SortIsRating VALUE 'R'.
                       2 SortDate PIC 9(8).
                       2 SortAmount PIC S9(7)V99.
                       2 SortText PIC X(8).

               SD RankWorkFile.
                   1 RankEntry.
                       2 RankTerr PIC X(4).
                       2 RankScore PIC 9(3).
                       2 RankIDNum PIC 9(7).
                       2 RankSignals PIC X(5).
                       2 RankLastPost PIC 9(8).
                       2 RankBalance PIC S9(7)V99.

               FD AttrRpt.
                   1 AttrLine PIC X(120).

           WORKING-STORAGE SECTION.

               1 WSBalFileName PIC X(100).
               1 WSCustFileName PIC X(100).
               1 WSAssignFileName PIC X(100).
               1 WSRatHistFileName PIC X(100).
               1 WSHistFileName PIC X(100).
               1 WSCampHistName PIC X(100).
               1 WSResultFileName PIC X(100).
               1 WSCaseFileName PIC X(100).
               1 WSDispFileName PIC X(100).
               1 WSAttrFileName PIC X(100).
               1 WSReportFileName PIC X(100).

               1 WSBalFileStatus PIC X(2).
                   88 WSBalFileOK VALUE '00'.
               1 WSFileStatus PIC X(2).
                   88 WSFileOK VALUE '00'.
               1 WSAssignStatus PIC X(2).
                   88 WSAssignOK VALUE '00'.
               1 WSRatHistStatus PIC X(2).
                   88 WSRatHistOK VALUE '00'.
               1 WSHistFileStatus PIC X(2).
                   88 WSHistFileOK VALUE '00'.
               1 WSCampHistStatus PIC X(2).
                   88 WSCampHistOK VALUE '00'.
               1 WSResultStatus PIC X(2).
                   88 WSResultOK VALUE '00'.
               1 WSCaseFileStatus PIC X(2).
                   88 WSCaseFileOK VALUE '00'.
               1 WSDispFileStatus PIC X(2).
                   88 WSDispFileOK VALUE '00'.
               1 WSAttrStatus PIC X(2).
                   88 WSAttrOK VALUE '00'.
                   88 WSAttrMissing VALUE '35'.

               1 WSCustFileFlag PIC X(1) VALUE 'N'.
                   88 WSCustFileAvail VALUE 'Y'.

               1 WSEOF PIC X(1).
                   88 WSAtEOF VALUE 'Y'.
               1 WSSortEOF PIC X(1) VALUE 'N'.
                   88 WSSortAtEOF VALUE 'Y'.
               1 WSRankEOF PIC X(1) VALUE 'N'.
                   88 WSRankAtEOF VALUE 'Y'.

               1 WSBizDateParm PIC X(8).
               1 WSRunDate PIC 9(8).
               1 WSRecentFrom PIC 9(8).
               1 WSBaseFrom PIC 9(8).

               1 WSParm PIC X(5).
               1 WSMinScore PIC 9(3) VALUE 40.
               1 WSCampsWanted PIC 9(1) VALUE 3.
               1 WSQuietDays PIC 9(5) VALUE 180.
               1 WSDormDays PIC 9(5) VALUE 540.
               1 WSDropPct PIC 9(3) VALUE 50.

               1 WSDateCalcOp PIC X(1).
               1 WSDateCalcDays PIC S9(7).
               1 WSDateCalcResult PIC 9(8).
               1 WSDateCalcDow PIC 9(1).
               1 WSDateCalcValid PIC X(1).

               1 WSAlreadyRun PIC X(1) VALUE 'N'.
                   88 WSRunOnFile VALUE 'Y'.

      *    The customer in hand.
               1 WSFirstFlag PIC X(1) VALUE 'Y'.
                   88 WSIsFirstRecord VALUE 'Y'.
               1 WSCustIDNum PIC 9(7).
               1 WSCustHasBal PIC X(1).
                   88 WSCustOnBalance VALUE 'Y'.
               1 WSCustLastPost PIC 9(8).
               1 WSCustBalance PIC S9(7)V99.
               1 WSCustTerr PIC X(4).
               1 WSCustRecentCr PIC 9(9)V99.
               1 WSCustBaseCr PIC 9(9)V99.
               1 WSCustComplaint PIC X(1).
               1 WSCustPrevTier PIC X(8).
               1 WSCustLastTier PIC X(8).
               1 WSCustLastRated PIC 9(8).
               1 WSCustScore PIC 9(3).
               1 WSCustSignals.
                   2 WSSigDowngrade PIC X(1).
                   2 WSSigCredits PIC X(1).
                   2 WSSigNoResponse PIC X(1).
                   2 WSSigComplaint PIC X(1).
                   2 WSSigQuiet PIC X(1).
               1 WSPrevRank PIC 9(1).
               1 WSLastRank PIC 9(1).
               1 WSTierName PIC X(8).
               1 WSTierRank PIC 9(1).
               1 WSQuietFor PIC S9(7).
               1 WSBaseShare PIC 9(9)V99.

      *    The customer's last mailings, oldest first, and the
      *    campaigns the customer answered.
               1 WSMailCount PIC 9(1).
               1 WSMailIdx PIC 9(1).
               1 MailTable.
                   2 MailCode PIC X(8) OCCURS 9 TIMES.
               1 WSRespMax PIC 9(2) VALUE 50.
               1 WSRespCount PIC 9(2).
               1 WSRespIdx PIC 9(2).
               1 RespTable.
                   2 RespCode PIC X(8) OCCURS 50 TIMES.
               1 WSAnswered PIC X(1).
                   88 WSCampAnswered VALUE 'Y'.

               1 WSScoredCount PIC 9(7) VALUE ZERO.
               1 WSFlaggedCount PIC 9(7) VALUE ZERO.

      *    Print state for the worklist.
               1 WSPriorTerr PIC X(4).
               1 WSTerrFirst PIC X(1) VALUE 'Y'.
                   88 WSIsFirstTerr VALUE 'Y'.
               1 WSTerrCount PIC 9(5).
               1 WSListedCount PIC 9(7) VALUE ZERO.

      *    Earlier runs for the follow-up, latest twelve.
               1 WSRunMax PIC 9(2) VALUE 12.
               1 WSRunCount PIC 9(2) VALUE ZERO.
               1 WSRunIdx PIC 9(2).
               1 RunTable.
                   2 RunEntry OCCURS 13 TIMES.
                       3 RtRunDate PIC 9(8).
                       3 RtFlagged PIC 9(7).
                       3 RtClosed PIC 9(7).
               1 WSClosedPct PIC 9(3)V9.

               1 HeadLine1.
                   2 FILLER PIC X(36)
                       VALUE " Attrition early-warning worklist, ".
                   2 PrnHeadDate PIC 9(8).
                   2 FILLER PIC X(14) VALUE ", scores from ".
                   2 PrnHeadMin PIC ZZ9.

               1 HeadLine2.
                   2 FILLER PIC X(60) VALUE
                     " Signals: T tier down, C credits down, N no resp
      -              "onse,".
                   2 FILLER PIC X(40) VALUE
                       " D complaint/dispute, Q nearing dormancy".

               1 TerrHeadLine.
                   2 FILLER PIC X(12) VALUE " Territory ".
                   2 PrnTerrCode PIC X(4).

               1 ColumnLine.
                   2 FILLER PIC X(10) VALUE "   Id".
                   2 FILLER PIC X(31) VALUE "Name".
                   2 FILLER PIC X(14) VALUE "Telephone".
                   2 FILLER PIC X(6) VALUE "Score".
                   2 FILLER PIC X(9) VALUE "Signals".
                   2 FILLER PIC X(10) VALUE "Last post".
                   2 FILLER PIC X(14) VALUE "       Balance".

               1 DetailLine.
                   2 FILLER PIC X(3) VALUE SPACE.
                   2 PrnIDNum PIC 9(7).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnName PIC X(30).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnPhone PIC X(12).
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnScore PIC ZZ9.
                   2 FILLER PIC X(3) VALUE SPACE.
                   2 PrnSignals PIC X(5).
                   2 FILLER PIC X(4) VALUE SPACE.
                   2 PrnLastPost PIC 9(8).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnBalance PIC ZZ,ZZZ,ZZ9.99-.

               1 TerrTotalLine.
                   2 FILLER PIC X(3) VALUE SPACE.
                   2 FILLER PIC X(20) VALUE "flagged in territory".
                   2 PrnTerrTotal PIC ZZZZ9.

               1 FollowHeadLine1 PIC X(60) VALUE
                   " Earlier runs: flagged customers since closed".

               1 FollowHeadLine2.
                   2 FILLER PIC X(12) VALUE " Run".
                   2 FILLER PIC X(10) VALUE "   Flagged".
                   2 FILLER PIC X(10) VALUE "    Closed".
                   2 FILLER PIC X(10) VALUE "   Percent".

               1 FollowLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnRunDate PIC 9(8).
                   2 FILLER PIC X(3) VALUE SPACE.
                   2 PrnRunFlagged PIC ZZZZZZ9.
                   2 FILLER PIC X(3) VALUE SPACE.
                   2 PrnRunClosed PIC ZZZZZZ9.
                   2 FILLER PIC X(4) VALUE SPACE.
                   2 PrnRunPct PIC ZZ9.9.
                   2 FILLER PIC X(1) VALUE "%".

               1 TotalLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnTotLabel PIC X(30).
                   2 PrnTotValue PIC ZZZZZZ9.

               1 MessageLine PIC X(80).

      *    Standard report identification and catalog registration.
               1 WSBnrFunction PIC X(1).
               1 WSBnrReportName PIC X(20) VALUE "AttrWatch".
               1 WSBnrRequestor PIC X(8) VALUE "BATCH".
               1 WSBnrCount PIC 9(7) VALUE ZERO.
               1 WSBnrLine1 PIC X(80).
               1 WSBnrLine2 PIC X(80).

               1 WSCatReportName PIC X(20).
               1 WSCatFileName PIC X(100).
               1 WSCatPages PIC 9(4) VALUE ZERO.
               1 WSCatRecords PIC 9(7) VALUE ZERO.

      *    Run-log work area handed to the shared RunLog subprogram.
               1 WSLogStepName PIC X(20) VALUE "AttrWatch".
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
               PERFORM CheckRunOnFile
               OPEN INPUT CustomerFile
               IF WSFileOK
                   SET WSCustFileAvail TO TRUE
               END-IF
               IF WSRunOnFile
                   DISPLAY "AttrWatch: run of " WSRunDate
                       " already on the watch history; reprinting."
               ELSE
                   OPEN EXTEND AttrHistFile
                   IF WSAttrMissing
                       OPEN OUTPUT AttrHistFile
                   END-IF
                   SORT SortWorkFile
                       ASCENDING KEY SortIDNum
                       ASCENDING KEY SortKind
                       ASCENDING KEY SortDate
                       INPUT PROCEDURE IS ReleaseSignals
                       OUTPUT PROCEDURE IS ScoreCustomers
                   CLOSE AttrHistFile
               END-IF
               OPEN OUTPUT AttrRpt
               MOVE 'B' TO WSBnrFunction
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   WSBnrRequestor WSBnrCount WSBnrLine1 WSBnrLine2
               WRITE AttrLine FROM WSBnrLine1
               WRITE AttrLine FROM WSBnrLine2
               MOVE WSRunDate TO PrnHeadDate
               MOVE WSMinScore TO PrnHeadMin
               WRITE AttrLine FROM HeadLine1
                   AFTER ADVANCING 1 LINE
               WRITE AttrLine FROM HeadLine2
                   AFTER ADVANCING 1 LINE
               SORT RankWorkFile
                   ASCENDING KEY RankTerr
                   DESCENDING KEY RankScore
                   ASCENDING KEY RankIDNum
                   INPUT PROCEDURE IS ReleaseTonightsList
                   OUTPUT PROCEDURE IS PrintWorklist
               PERFORM PrintFollowUp
               MOVE 'T' TO WSBnrFunction
               MOVE WSListedCount TO WSBnrCount
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   WSBnrRequestor WSBnrCount WSBnrLine1 WSBnrLine2
               WRITE AttrLine FROM WSBnrLine1
               CLOSE AttrRpt
               IF WSCustFileAvail
                   CLOSE CustomerFile
               END-IF
               MOVE "AttrWatch" TO WSCatReportName
               MOVE WSReportFileName TO WSCatFileName
               MOVE WSListedCount TO WSCatRecords
               CALL 'RptCatalog' USING WSCatReportName
                   WSCatFileName WSCatPages WSCatRecords
               DISPLAY "AttrWatch: " WSScoredCount " scored, "
                   WSListedCount " on the worklist."
               MOVE 'E' TO WSLogEvent
               MOVE WSScoredCount TO WSLogRecords
               MOVE WSListedCount TO WSLogRejects
               PERFORM WriteRunLogRecord
               MOVE ZERO TO RETURN-CODE
               GOBACK.

      *|==============================================================|
      *    GetRunParameters settles the file names, the thresholds
      *    and the two credit windows: the last 90 days, and the
      *    six months before them.
      *|==============================================================|

           GetRunParameters.
               ACCEPT WSBalFileName FROM ENVIRONMENT "CUSTBAL"
                   ON EXCEPTION
                       MOVE "CustBal.dat" TO WSBalFileName
               END-ACCEPT
               ACCEPT WSCustFileName FROM ENVIRONMENT "CUSTMSTR"
                   ON EXCEPTION
                       MOVE "test.dat" TO WSCustFileName
               END-ACCEPT
               ACCEPT WSAssignFileName FROM ENVIRONMENT "CUSTTERR"
                   ON EXCEPTION
                       MOVE "CustTerr.dat" TO WSAssignFileName
               END-ACCEPT
               ACCEPT WSRatHistFileName FROM ENVIRONMENT
                       "CUSTRATHIST"
                   ON EXCEPTION
                       MOVE "RatingHist.dat" TO WSRatHistFileName
               END-ACCEPT
               ACCEPT WSHistFileName FROM ENVIRONMENT "CUSTPOSTH"
                   ON EXCEPTION
                       MOVE "PostHist.dat" TO WSHistFileName
               END-ACCEPT
               ACCEPT WSCampHistName FROM ENVIRONMENT "CUSTCAMPHIST"
                   ON EXCEPTION
                       MOVE "CampaignHist.dat" TO WSCampHistName
               END-ACCEPT
               ACCEPT WSResultFileName FROM ENVIRONMENT "CUSTCAMPRES"
                   ON EXCEPTION
                       MOVE "CampResults.dat" TO WSResultFileName
               END-ACCEPT
               ACCEPT WSCaseFileName FROM ENVIRONMENT "CUSTCASES"
                   ON EXCEPTION
                       MOVE "Cases.dat" TO WSCaseFileName
               END-ACCEPT
               ACCEPT WSDispFileName FROM ENVIRONMENT "CUSTDISPUTE"
                   ON EXCEPTION
                       MOVE "Dispute.dat" TO WSDispFileName
               END-ACCEPT
               ACCEPT WSAttrFileName FROM ENVIRONMENT "CUSTATTRHIST"
                   ON EXCEPTION
                       MOVE "AttrHist.dat" TO WSAttrFileName
               END-ACCEPT
               ACCEPT WSReportFileName FROM ENVIRONMENT "CUSTATTRRPT"
                   ON EXCEPTION
                       MOVE "AttrWatch.rpt" TO WSReportFileName
               END-ACCEPT
               MOVE SPACES TO WSParm
               ACCEPT WSParm FROM ENVIRONMENT "CUSTATTRMIN"
                   ON EXCEPTION CONTINUE
               END-ACCEPT
               IF WSParm NOT = SPACES
                   MOVE FUNCTION NUMVAL(WSParm) TO WSMinScore
               END-IF
               MOVE SPACES TO WSParm
               ACCEPT WSParm FROM ENVIRONMENT "CUSTATTRCAMPS"
                   ON EXCEPTION CONTINUE
               END-ACCEPT
               IF WSParm NOT = SPACES
                   MOVE FUNCTION NUMVAL(WSParm) TO WSCampsWanted
               END-IF
               IF WSCampsWanted = ZERO
                   MOVE 1 TO WSCampsWanted
               END-IF
               MOVE SPACES TO WSParm
               ACCEPT WSParm FROM ENVIRONMENT "CUSTATTRQUIET"
                   ON EXCEPTION CONTINUE
               END-ACCEPT
               IF WSParm NOT = SPACES
                   MOVE FUNCTION NUMVAL(WSParm) TO WSQuietDays
               END-IF
               MOVE SPACES TO WSParm
               ACCEPT WSParm FROM ENVIRONMENT "CUSTDORMDAYS"
                   ON EXCEPTION CONTINUE
               END-ACCEPT
               IF WSParm NOT = SPACES
                   MOVE FUNCTION NUMVAL(WSParm) TO WSDormDays
               END-IF
               MOVE SPACES TO WSParm
               ACCEPT WSParm FROM ENVIRONMENT "CUSTATTRDROP"
                   ON EXCEPTION CONTINUE
               END-ACCEPT
               IF WSParm NOT = SPACES
                   MOVE FUNCTION NUMVAL(WSParm) TO WSDropPct
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
               MOVE -90 TO WSDateCalcDays
               CALL 'DateCalc' USING WSDateCalcOp WSRunDate
                   WSRecentFrom WSDateCalcDays WSDateCalcResult
                   WSDateCalcDow WSDateCalcValid
               MOVE WSDateCalcResult TO WSRecentFrom
               MOVE -270 TO WSDateCalcDays
               CALL 'DateCalc' USING WSDateCalcOp WSRunDate
                   WSBaseFrom WSDateCalcDays WSDateCalcResult
                   WSDateCalcDow WSDateCalcValid
               MOVE WSDateCalcResult TO WSBaseFrom.

           CheckRunOnFile.
               MOVE 'N' TO WSEOF
               OPEN INPUT AttrHistFile
               IF NOT WSAttrOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF OR WSRunOnFile
                   READ AttrHistFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF AttrRunDate = WSRunDate
                               MOVE 'Y' TO WSAlreadyRun
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AttrHistFile.

      *|==============================================================|
      *    ReleaseSignals hands the sort, per customer, the balance
      *    record, the territory, the ratings, the cash credits of
      *    the last nine months, the mailings and answers, and the
      *    cases and disputes opened in the last 90 days.
      *|==============================================================|

           ReleaseSignals.
               PERFORM ReleaseBalances
               PERFORM ReleaseTerritories
               PERFORM ReleaseRatings
               PERFORM ReleaseCredits
               PERFORM ReleaseMailings
               PERFORM ReleaseResponses
               PERFORM ReleaseCases
               PERFORM ReleaseDisputes.

           ReleaseBalances.
               MOVE 'N' TO WSEOF
               OPEN INPUT BalanceFile
               IF NOT WSBalFileOK
                   DISPLAY "AttrWatch: no balance file on "
                       WSBalFileName
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ BalanceFile NEXT RECORD
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           MOVE BalIDNum TO SortIDNum
                           MOVE '0' TO SortKind
                           MOVE BalLastPostDate TO SortDate
                           MOVE BalAmount TO SortAmount
                           MOVE SPACES TO SortText
                           RELEASE SortEntry
                   END-READ
               END-PERFORM
               CLOSE BalanceFile.

           ReleaseTerritories.
               MOVE 'N' TO WSEOF
               OPEN INPUT AssignFile
               IF NOT WSAssignOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ AssignFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           MOVE TAsgIDNum TO SortIDNum
                           MOVE 'A' TO SortKind
                           MOVE TAsgDate TO SortDate
                           MOVE ZERO TO SortAmount
                           MOVE TAsgCode TO SortText
                           RELEASE SortEntry
                   END-READ
               END-PERFORM
               CLOSE AssignFile.

           ReleaseRatings.
               MOVE 'N' TO WSEOF
               OPEN INPUT RatingHistFile
               IF NOT WSRatHistOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ RatingHistFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF RHRunDate <= WSRunDate
                               MOVE RHIDNum TO SortIDNum
                               MOVE 'R' TO SortKind
                               MOVE RHRunDate TO SortDate
                               MOVE ZERO TO SortAmount
                               MOVE RHTier TO SortText
                               RELEASE SortEntry
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RatingHistFile.

           ReleaseCredits.
               MOVE 'N' TO WSEOF
               OPEN INPUT HistoryFile
               IF NOT WSHistFileOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ HistoryFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF PostHCredit
                               AND NOT PostHReversalLine
                               AND PostHDate >= WSBaseFrom
                               AND PostHDate <= WSRunDate
                               AND PostHDesc NOT = "WRITE-OFF"
                               AND PostHDesc NOT = "DISPUTE CREDIT"
                               AND PostHDesc NOT =
                                   "LOYALTY REDEMPTION"
                               AND PostHDesc NOT = "REFERRAL REWARD"
                               AND PostHDesc NOT = "DEPOSIT APPLIED"
                               AND PostHDesc NOT = "DEPOSIT RELEASE"
                               MOVE PostHIDNum TO SortIDNum
                               MOVE 'C' TO SortKind
                               MOVE PostHDate TO SortDate
                               MOVE PostHAmount TO SortAmount
                               MOVE SPACES TO SortText
                               RELEASE SortEntry
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HistoryFile.

           ReleaseMailings.
               MOVE 'N' TO WSEOF
               OPEN INPUT CampHistFile
               IF NOT WSCampHistOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ CampHistFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF CampDate <= WSRunDate
                               MOVE CampIDNum TO SortIDNum
                               MOVE 'M' TO SortKind
                               MOVE CampDate TO SortDate
                               MOVE ZERO TO SortAmount
                               MOVE CampCode TO SortText
                               RELEASE SortEntry
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CampHistFile.

           ReleaseResponses.
               MOVE 'N' TO WSEOF
               OPEN INPUT ResultFile
               IF NOT WSResultOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ ResultFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           MOVE ResIDNum TO SortIDNum
                           MOVE 'P' TO SortKind
                           MOVE ResDate TO SortDate
                           MOVE ZERO TO SortAmount
                           MOVE ResCampCode TO SortText
                           RELEASE SortEntry
                   END-READ
               END-PERFORM
               CLOSE ResultFile.

           ReleaseCases.
               MOVE 'N' TO WSEOF
               OPEN INPUT CaseFile
               IF NOT WSCaseFileOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ CaseFile NEXT RECORD
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF CaseOpenDate >= WSRecentFrom
                               AND CaseOpenDate <= WSRunDate
                               MOVE CaseIDNum TO SortIDNum
                               MOVE 'D' TO SortKind
                               MOVE CaseOpenDate TO SortDate
                               MOVE ZERO TO SortAmount
                               MOVE "CASE" TO SortText
                               RELEASE SortEntry
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CaseFile.

           ReleaseDisputes.
               MOVE 'N' TO WSEOF
               OPEN INPUT DisputeFile
               IF NOT WSDispFileOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ DisputeFile NEXT RECORD
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF DispOpenDate >= WSRecentFrom
                               AND DispOpenDate <= WSRunDate
                               MOVE DispIDNum TO SortIDNum
                               MOVE 'D' TO SortKind
                               MOVE DispOpenDate TO SortDate
                               MOVE DispAmount TO SortAmount
                               MOVE "DISPUTE" TO SortText
                               RELEASE SortEntry
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DisputeFile.

      *|==============================================================|
      *    ScoreCustomers drains the sort a customer at a time and
      *    scores each active customer at the break, appending the
      *    flagged ones to the watch history.
      *|==============================================================|

           ScoreCustomers.
               PERFORM UNTIL WSSortAtEOF
                   RETURN SortWorkFile
                       AT END SET WSSortAtEOF TO TRUE
                       NOT AT END
                           IF WSIsFirstRecord
                               OR SortIDNum NOT = WSCustIDNum
                               IF NOT WSIsFirstRecord
                                   PERFORM ScoreCustomer
                               END-IF
                               PERFORM OpenCustomer
                           END-IF
                           PERFORM TakeOneFact
                   END-RETURN
               END-PERFORM
               IF NOT WSIsFirstRecord
                   PERFORM ScoreCustomer
               END-IF.

           OpenCustomer.
               MOVE 'N' TO WSFirstFlag
               MOVE SortIDNum TO WSCustIDNum
               MOVE 'N' TO WSCustHasBal WSCustComplaint
               MOVE ZERO TO WSCustLastPost WSCustBalance
                   WSCustRecentCr WSCustBaseCr WSCustLastRated
                   WSMailCount WSRespCount
               MOVE "UNAS" TO WSCustTerr
               MOVE SPACES TO WSCustPrevTier WSCustLastTier.

           TakeOneFact.
               EVALUATE TRUE
                   WHEN SortIsBalance
                       MOVE 'Y' TO WSCustHasBal
                       MOVE SortDate TO WSCustLastPost
                       MOVE SortAmount TO WSCustBalance
                   WHEN SortIsTerritory
                       MOVE SortText TO WSCustTerr
                   WHEN SortIsRating
                       MOVE WSCustLastTier TO WSCustPrevTier
                       MOVE SortText TO WSCustLastTier
                       MOVE SortDate TO WSCustLastRated
                   WHEN SortIsCredit
                       IF SortDate >= WSRecentFrom
                           ADD SortAmount TO WSCustRecentCr
                       ELSE
                           ADD SortAmount TO WSCustBaseCr
                       END-IF
                   WHEN SortIsMailing
                       PERFORM KeepOneMailing
                   WHEN SortIsResponse
                       IF WSRespCount < WSRespMax
                           ADD 1 TO WSRespCount
                           MOVE SortText TO RespCode(WSRespCount)
                       END-IF
                   WHEN SortIsComplaint
                       MOVE 'Y' TO WSCustComplaint
               END-EVALUATE.

      *    Only the last few mailings matter: once the table holds
      *    as many as are wanted, the oldest steps off the front.
           KeepOneMailing.
               IF WSMailCount < WSCampsWanted
                   ADD 1 TO WSMailCount
               ELSE
                   PERFORM VARYING WSMailIdx FROM 1 BY 1
                           UNTIL WSMailIdx >= WSMailCount
                       MOVE MailCode(WSMailIdx + 1)
                           TO MailCode(WSMailIdx)
                   END-PERFORM
               END-IF
               MOVE SortText TO MailCode(WSMailCount).

           ScoreCustomer.
               IF NOT WSCustOnBalance
                   EXIT PARAGRAPH
               END-IF
               IF WSCustFileAvail
                   MOVE WSCustIDNum TO IDNum
                   READ CustomerFile
                       INVALID KEY EXIT PARAGRAPH
                   END-READ
                   IF NOT CustActive
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               ADD 1 TO WSScoredCount
               MOVE ZERO TO WSCustScore
               MOVE SPACES TO WSCustSignals
               PERFORM CheckDowngrade
               PERFORM CheckCredits
               PERFORM CheckResponse
               IF WSCustComplaint = 'Y'
                   MOVE 'D' TO WSSigComplaint
                   ADD 20 TO WSCustScore
               END-IF
               PERFORM CheckQuiet
               IF WSCustScore < WSMinScore
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WSFlaggedCount
               MOVE WSRunDate TO AttrRunDate
               MOVE WSCustIDNum TO AttrIDNum
               MOVE WSCustTerr TO AttrTerr
               MOVE WSCustScore TO AttrScore
               MOVE WSCustSignals TO AttrSignals
               MOVE WSCustLastPost TO AttrLastPost
               MOVE WSCustBalance TO AttrBalance
               WRITE AttritionRecord.

           CheckDowngrade.
               IF WSCustPrevTier = SPACES
                   OR WSCustLastRated < WSRecentFrom
                   EXIT PARAGRAPH
               END-IF
               MOVE WSCustPrevTier TO WSTierName
               PERFORM RankTier
               MOVE WSTierRank TO WSPrevRank
               MOVE WSCustLastTier TO WSTierName
               PERFORM RankTier
               MOVE WSTierRank TO WSLastRank
               IF WSLastRank > WSPrevRank
                   MOVE 'T' TO WSSigDowngrade
                   ADD 25 TO WSCustScore
               END-IF.

           RankTier.
               EVALUATE WSTierName
                   WHEN "Platinum" MOVE 1 TO WSTierRank
                   WHEN "Gold" MOVE 2 TO WSTierRank
                   WHEN "Silver" MOVE 3 TO WSTierRank
                   WHEN "Bronze" MOVE 4 TO WSTierRank
                   WHEN OTHER MOVE 5 TO WSTierRank
               END-EVALUATE.

      *    Six months before against the last three: half the
      *    earlier total is the customer's own rate for 90 days.
           CheckCredits.
               IF WSCustBaseCr = ZERO
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WSBaseShare ROUNDED =
                   WSCustBaseCr / 2 * WSDropPct / 100
               IF WSCustRecentCr < WSBaseShare
                   MOVE 'C' TO WSSigCredits
                   ADD 20 TO WSCustScore
               END-IF.

           CheckResponse.
               IF WSMailCount < WSCampsWanted
                   EXIT PARAGRAPH
               END-IF
               MOVE 'N' TO WSAnswered
               PERFORM VARYING WSMailIdx FROM 1 BY 1
                       UNTIL WSMailIdx > WSMailCount
                           OR WSCampAnswered
                   PERFORM VARYING WSRespIdx FROM 1 BY 1
                           UNTIL WSRespIdx > WSRespCount
                       IF RespCode(WSRespIdx) = MailCode(WSMailIdx)
                           MOVE 'Y' TO WSAnswered
                       END-IF
                   END-PERFORM
               END-PERFORM
               IF NOT WSCampAnswered
                   MOVE 'N' TO WSSigNoResponse
                   ADD 15 TO WSCustScore
               END-IF.

           CheckQuiet.
               IF WSCustLastPost = ZERO
                   EXIT PARAGRAPH
               END-IF
               MOVE 'D' TO WSDateCalcOp
               CALL 'DateCalc' USING WSDateCalcOp WSCustLastPost
                   WSRunDate WSDateCalcDays WSDateCalcResult
                   WSDateCalcDow WSDateCalcValid
               IF WSDateCalcValid NOT = 'Y'
                   EXIT PARAGRAPH
               END-IF
               MOVE WSDateCalcDays TO WSQuietFor
               IF WSQuietFor >= WSQuietDays
                   AND WSQuietFor < WSDormDays
                   MOVE 'Q' TO WSSigQuiet
                   ADD 20 TO WSCustScore
               END-IF.

      *|==============================================================|
      *    ReleaseTonightsList feeds the ranking sort from the watch
      *    history, so a rerun prints exactly the list on file.
      *|==============================================================|

           ReleaseTonightsList.
               MOVE 'N' TO WSEOF
               OPEN INPUT AttrHistFile
               IF NOT WSAttrOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ AttrHistFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF AttrRunDate = WSRunDate
                               MOVE AttrTerr TO RankTerr
                               MOVE AttrScore TO RankScore
                               MOVE AttrIDNum TO RankIDNum
                               MOVE AttrSignals TO RankSignals
                               MOVE AttrLastPost TO RankLastPost
                               MOVE AttrBalance TO RankBalance
                               RELEASE RankEntry
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AttrHistFile.

           PrintWorklist.
               PERFORM UNTIL WSRankAtEOF
                   RETURN RankWorkFile
                       AT END SET WSRankAtEOF TO TRUE
                       NOT AT END
                           IF WSIsFirstTerr
                               OR RankTerr NOT = WSPriorTerr
                               IF NOT WSIsFirstTerr
                                   PERFORM PrintTerrTotal
                               END-IF
                               PERFORM StartTerritory
                           END-IF
                           PERFORM PrintOneFlagged
                   END-RETURN
               END-PERFORM
               IF WSIsFirstTerr
                   MOVE " No customer reached the score this month."
                       TO MessageLine
                   WRITE AttrLine FROM MessageLine
                       AFTER ADVANCING 2 LINES
               ELSE
                   PERFORM PrintTerrTotal
               END-IF.

           StartTerritory.
               MOVE 'N' TO WSTerrFirst
               MOVE RankTerr TO WSPriorTerr
               MOVE ZERO TO WSTerrCount
               MOVE RankTerr TO PrnTerrCode
               WRITE AttrLine FROM TerrHeadLine
                   AFTER ADVANCING 2 LINES
               WRITE AttrLine FROM ColumnLine
                   AFTER ADVANCING 1 LINE.

           PrintOneFlagged.
               ADD 1 TO WSTerrCount
               ADD 1 TO WSListedCount
               MOVE RankIDNum TO PrnIDNum
               MOVE SPACES TO PrnName PrnPhone
               IF WSCustFileAvail
                   MOVE RankIDNum TO IDNum
                   READ CustomerFile
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF CustBusiness
                               MOVE CustCompanyName TO PrnName
                           ELSE
                               STRING FirstName DELIMITED BY SPACE
                                   " " DELIMITED BY SIZE
                                   LastName DELIMITED BY SPACE
                                   INTO PrnName
                               END-STRING
                           END-IF
                           MOVE CustPhone TO PrnPhone
                   END-READ
               END-IF
               MOVE RankScore TO PrnScore
               MOVE RankSignals TO PrnSignals
               MOVE RankLastPost TO PrnLastPost
               MOVE RankBalance TO PrnBalance
               WRITE AttrLine FROM DetailLine
                   AFTER ADVANCING 1 LINE.

           PrintTerrTotal.
               MOVE WSTerrCount TO PrnTerrTotal
               WRITE AttrLine FROM TerrTotalLine
                   AFTER ADVANCING 1 LINE.

      *|==============================================================|
      *    PrintFollowUp reads the watch history once for the runs
      *    before this one, keeping the latest twelve, and checks
      *    each flagged customer against the master as it stands.
      *    The history is appended in run order, so a new run date
      *    is always the latest so far.
      *|==============================================================|

           PrintFollowUp.
               WRITE AttrLine FROM FollowHeadLine1
                   AFTER ADVANCING 3 LINES
               MOVE 'N' TO WSEOF
               OPEN INPUT AttrHistFile
               IF WSAttrOK
                   PERFORM UNTIL WSAtEOF
                       READ AttrHistFile
                           AT END SET WSAtEOF TO TRUE
                           NOT AT END
                               IF AttrRunDate < WSRunDate
                                   PERFORM FollowOneFlagged
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE AttrHistFile
               END-IF
               IF WSRunCount = ZERO
                   MOVE " No earlier run on the watch history."
                       TO MessageLine
                   WRITE AttrLine FROM MessageLine
                       AFTER ADVANCING 1 LINE
                   EXIT PARAGRAPH
               END-IF
               WRITE AttrLine FROM FollowHeadLine2
                   AFTER ADVANCING 1 LINE
               PERFORM VARYING WSRunIdx FROM 1 BY 1
                       UNTIL WSRunIdx > WSRunCount
                   MOVE RtRunDate(WSRunIdx) TO PrnRunDate
                   MOVE RtFlagged(WSRunIdx) TO PrnRunFlagged
                   MOVE RtClosed(WSRunIdx) TO PrnRunClosed
                   MOVE ZERO TO WSClosedPct
                   IF RtFlagged(WSRunIdx) > ZERO
                       COMPUTE WSClosedPct ROUNDED =
                           RtClosed(WSRunIdx) * 100
                           / RtFlagged(WSRunIdx)
                   END-IF
                   MOVE WSClosedPct TO PrnRunPct
                   WRITE AttrLine FROM FollowLine
                       AFTER ADVANCING 1 LINE
               END-PERFORM.

           FollowOneFlagged.
               IF WSRunCount = ZERO
                   OR AttrRunDate NOT = RtRunDate(WSRunCount)
                   IF WSRunCount = WSRunMax
                       PERFORM VARYING WSRunIdx FROM 1 BY 1
                               UNTIL WSRunIdx >= WSRunMax
                           MOVE RunEntry(WSRunIdx + 1)
                               TO RunEntry(WSRunIdx)
                       END-PERFORM
                   ELSE
                       ADD 1 TO WSRunCount
                   END-IF
                   MOVE AttrRunDate TO RtRunDate(WSRunCount)
                   MOVE ZERO TO RtFlagged(WSRunCount)
                       RtClosed(WSRunCount)
               END-IF
               ADD 1 TO RtFlagged(WSRunCount)
               IF NOT WSCustFileAvail
                   EXIT PARAGRAPH
               END-IF
               MOVE AttrIDNum TO IDNum
               READ CustomerFile
                   INVALID KEY
                       ADD 1 TO RtClosed(WSRunCount)
                   NOT INVALID KEY
                       IF CustClosed
                           ADD 1 TO RtClosed(WSRunCount)
                       END-IF
               END-READ.

           WriteRunLogRecord.
               CALL 'RunLog' USING WSLogStepName WSLogEvent
                   WSLogRecords WSLogRejects WSLogRC
                   WSLogCapacity.

      *|==============================================================|
