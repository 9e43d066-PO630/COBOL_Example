      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LimitReview.

      *|==============================================================|
      *    LimitReview is the quarterly credit-limit review: every
      *    limit on the limit file (CUSTLIMIT, default CredLimit.dat)
      *    is weighed against how the customer has behaved since it
      *    was set, and a raise, a cut, or no change is recommended.
      *    The evidence, per customer:
      *        the rating tier - the latest rating-history line
      *                          (CUSTRATHIST) on or before today
      *        months clean    - months since the last broken
      *                          promise (CUSTCOLLPROM) or dunning
      *                          letter (CUSTDUNHIST), whichever is
      *                          later
      *        over-limit days - days in the last twelve months the
      *                          nightly OverLimit found the account
      *                          above its limit (CUSTOVERHIST)
      *        utilization     - today's balance (CUSTBAL) as a
      *                          percentage of the limit
      *        write-off       - a write-off (CUSTWOFF) in the last
      *                          two years
      *        legal hold      - a standing hold, through LegalCheck
      *    and the rules, in order:
      *        a legal hold or a recent write-off cuts the limit to
      *        the balance, rounded up to the next hundred, so no
      *        new debit gets through;
      *        under six months clean, CUSTLIMOVERDAYS (default 10)
      *        or more over-limit days, or any over-limit day for a
      *        Bronze or unrated customer cuts it by CUSTLIMDOWNPCT
      *        percent (default 25), never below the balance;
      *        a Platinum or Gold customer twelve months clean, never
      *        over, and using CUSTLIMUTIL percent (default 80) or
      *        more of the limit gets CUSTLIMUPPCT percent more
      *        (default 25), rounded up to the next hundred;
      *        anyone else keeps the limit.
      *
      *    Every limit is listed on CUSTLIMREVRPT (default
      *    LimitReview.rpt, inside the RptBanner frame, registered
      *    in the report catalog). The raises and cuts go on the
      *    review queue (CUSTLIMREVQ, default LimitRevQ.dat,
      *    LimRevRec.cpy layout) as pending, replacing whatever the
      *    last review left undecided, for a supervisor to accept
      *    or reject on LimitApprove -- nothing here changes a
      *    limit. NightlyBatch runs it on the quarter's last cycle.
      *
      *    The sources come together a customer at a time through
      *    one sort, the CaseAging input/output procedure shape.
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT LimitFile ASSIGN TO WSLimitFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS LimIDNum
                   FILE STATUS IS WSLimitFileStatus.

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

               SELECT RatingHistFile ASSIGN TO WSRatHistFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSRatHistStatus.

               SELECT PromiseFile ASSIGN TO WSPromFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSPromStatus.

               SELECT DunHistFile ASSIGN TO WSDunHistName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSDunHistStatus.

               SELECT OverHistFile ASSIGN TO WSOverHistName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSOverHistStatus.

               SELECT WriteOffFile ASSIGN TO WSWoffFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSWoffStatus.

               SELECT ReviewQueue ASSIGN TO WSQueueFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSQueueStatus.

               SELECT SortWorkFile ASSIGN TO "LimitReview.wrk".

               SELECT ReviewRpt ASSIGN TO WSReportFileName
                   ORGANIZATION IS LINE SEQUENTIAL.

      *|==============================================================|

       DATA DIVISION.

           FILE SECTION.

               FD LimitFile.
                   COPY "LimitRec.cpy".

               FD BalanceFile.
                   COPY "BalRec.cpy".

               FD CustomerFile.
                   COPY "CustRec.cpy".

               FD RatingHistFile.
                   COPY "RatHist.cpy".

               FD PromiseFile.
                   COPY "PromRec.cpy".

               FD DunHistFile.
                   COPY "DunHist.cpy".

               FD OverHistFile.
                   COPY "OverHist.cpy".

               FD WriteOffFile.
                   COPY "WoffRec.cpy".

               FD ReviewQueue.
                   COPY "LimRevRec.cpy".

      *    One entry per fact about a customer, oldest first within
      *    each kind; the limit itself sorts ahead of the rest.
               SD SortWorkFile.
                   1 SortEntry.
                       2 SortIDNum PIC 9(7).
                       2 SortKind PIC X(1).
                           88 SortIsLimit VALUE '0'.
                           88 SortIsBroken VALUE 'B'.
                           88 SortIsDunning VALUE 'N'.
                           88 SortIsOver VALUE 'O'.
                           88 SortIsRating VALUE 'R'.
                           88 SortIsWriteOff VALUE 'W'.
                       2 SortDate PIC 9(8).
                       2 SortAmount PIC 9(7)V99.
                       2 SortText PIC X(8).

               FD ReviewRpt.
                   1 ReviewLine PIC X(132).

           WORKING-STORAGE SECTION.

               1 WSLimitFileName PIC X(100).
               1 WSBalFileName PIC X(100).
               1 WSCustFileName PIC X(100).
               1 WSRatHistFileName PIC X(100).
               1 WSPromFileName PIC X(100).
               1 WSDunHistName PIC X(100).
               1 WSOverHistName PIC X(100).
               1 WSWoffFileName PIC X(100).
               1 WSQueueFileName PIC X(100).
               1 WSReportFileName PIC X(100).

               1 WSLimitFileStatus PIC X(2).
                   88 WSLimitFileOK VALUE '00'.
               1 WSBalFileStatus PIC X(2).
                   88 WSBalFileOK VALUE '00'.
               1 WSFileStatus PIC X(2).
                   88 WSFileOK VALUE '00'.
               1 WSRatHistStatus PIC X(2).
                   88 WSRatHistOK VALUE '00'.
               1 WSPromStatus PIC X(2).
                   88 WSPromOK VALUE '00'.
               1 WSDunHistStatus PIC X(2).
                   88 WSDunHistOK VALUE '00'.
               1 WSOverHistStatus PIC X(2).
                   88 WSOverHistOK VALUE '00'.
               1 WSWoffStatus PIC X(2).
                   88 WSWoffOK VALUE '00'.
               1 WSQueueStatus PIC X(2).
                   88 WSQueueOK VALUE '00'.

               1 WSBalAvailFlag PIC X(1) VALUE 'N'.
                   88 WSBalFileAvail VALUE 'Y'.
               1 WSCustAvailFlag PIC X(1) VALUE 'N'.
                   88 WSCustFileAvail VALUE 'Y'.

               1 WSEOF PIC X(1).
                   88 WSAtEOF VALUE 'Y'.
               1 WSSortEOF PIC X(1) VALUE 'N'.
                   88 WSSortAtEOF VALUE 'Y'.

               1 WSBizDateParm PIC X(8).
               1 WSRunDate PIC 9(8).
               1 WSYearAgo PIC 9(8).
               1 WSTwoYearsAgo PIC 9(8).

               1 WSParm PIC X(5).
               1 WSUpPct PIC 9(3) VALUE 25.
               1 WSDownPct PIC 9(3) VALUE 25.
               1 WSUtilPct PIC 9(3) VALUE 80.
               1 WSOverDaysMax PIC 9(3) VALUE 10.

               1 WSDateCalcOp PIC X(1).
               1 WSDateCalcDays PIC S9(7).
               1 WSDateCalcResult PIC 9(8).
               1 WSDateCalcDow PIC 9(1).
               1 WSDateCalcValid PIC X(1).

      *    Legal-hold verdict from the shared LegalCheck subprogram.
               1 WSLegalAnswer PIC X(1).
                   88 WSLegalHeld VALUE 'Y'.
               1 WSLegalType PIC X(1).
               1 WSLegalName PIC X(10).

      *    The customer in hand.
               1 WSFirstFlag PIC X(1) VALUE 'Y'.
                   88 WSIsFirstRecord VALUE 'Y'.
               1 WSCustIDNum PIC 9(7).
               1 WSCustHasLimit PIC X(1).
                   88 WSCustOnLimitFile VALUE 'Y'.
               1 WSCustLimit PIC 9(7)V99.
               1 WSCustBalance PIC S9(7)V99.
               1 WSCustTier PIC X(8).
               1 WSCustLastBad PIC 9(8).
               1 WSCustLastBadKind PIC X(1).
               1 WSCustOverDays PIC 9(3).
               1 WSCustLastWoff PIC 9(8).
               1 WSCleanMonths PIC 9(3).
               1 WSUtilization PIC 9(5).
               1 WSReasons PIC X(6).
               1 WSAction PIC X(1).
                   88 WSActRaise VALUE 'I'.
                   88 WSActLower VALUE 'D'.
                   88 WSActKeep VALUE 'K'.
               1 WSNewLimit PIC 9(7)V99.
               1 WSFloor PIC 9(7)V99.
               1 WSHundreds PIC 9(7).

      *    Decided lines from earlier reviews, carried forward onto
      *    the rewritten queue ahead of tonight's recommendations.
               1 WSKeepMax PIC 9(4) VALUE 5000.
               1 WSKeepCount PIC 9(4) VALUE ZERO.
               1 WSKeepIdx PIC 9(4).
               1 WSDroppedPending PIC 9(7) VALUE ZERO.
               1 KeepTable.
                   2 KeepSlot OCCURS 5000 TIMES PIC X(74).

               1 WSReviewedCount PIC 9(7) VALUE ZERO.
               1 WSRaiseCount PIC 9(7) VALUE ZERO.
               1 WSLowerCount PIC 9(7) VALUE ZERO.
               1 WSKeepLimCount PIC 9(7) VALUE ZERO.

               1 HeadLine1.
                   2 FILLER PIC X(30)
                       VALUE " Credit-limit review as of ".
                   2 PrnHeadDate PIC 9(8).

               1 HeadLine2.
                   2 FILLER PIC X(9) VALUE " Id".
                   2 FILLER PIC X(25) VALUE "Name".
                   2 FILLER PIC X(9) VALUE "Tier".
                   2 FILLER PIC X(12) VALUE "       Limit".
                   2 FILLER PIC X(13) VALUE "      Balance".
                   2 FILLER PIC X(6) VALUE "  Use%".
                   2 FILLER PIC X(6) VALUE " Clean".
                   2 FILLER PIC X(5) VALUE " Over".
                   2 FILLER PIC X(7) VALUE "  Rec".
                   2 FILLER PIC X(12) VALUE "   New limit".
                   2 FILLER PIC X(7) VALUE "  Why".

               1 DetailLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnIDNum PIC 9(7).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnName PIC X(24).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnTier PIC X(8).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnLimit PIC ZZZZZZZ9.99.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnBalance PIC ZZZZZZZ9.99-.
                   2 PrnUtil PIC ZZZZ9.
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnClean PIC X(4).
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnOver PIC ZZ9.
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnAction PIC X(5).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnNewLimit PIC ZZZZZZZ9.99.
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnReasons PIC X(6).

               1 WSCleanEdit PIC ZZ9.

               1 TotalLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnTotLabel PIC X(30).
                   2 PrnTotValue PIC ZZZZZZ9.

               1 FootLine1 PIC X(80) VALUE
                   " Why: H legal hold, W write-off, P broken promise,
      -            " N dunning letter,".
               1 FootLine2 PIC X(80) VALUE
                   "      O over the limit, U limit well used.".

               1 MessageLine PIC X(80).

      *    Standard report identification and catalog registration.
               1 WSBnrFunction PIC X(1).
               1 WSBnrReportName PIC X(20) VALUE "LimitReview".
               1 WSBnrRequestor PIC X(8) VALUE "BATCH".
               1 WSBnrCount PIC 9(7) VALUE ZERO.
               1 WSBnrLine1 PIC X(80).
               1 WSBnrLine2 PIC X(80).

               1 WSCatReportName PIC X(20).
               1 WSCatFileName PIC X(100).
               1 WSCatPages PIC 9(4) VALUE ZERO.
               1 WSCatRecords PIC 9(7) VALUE ZERO.

      *    Run-log work area handed to the shared RunLog subprogram.
               1 WSLogStepName PIC X(20) VALUE "LimitReview".
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
               OPEN INPUT LimitFile
               IF NOT WSLimitFileOK
                   DISPLAY "LimitReview: no limit file; nothing to "
                       "review."
                   MOVE 'E' TO WSLogEvent
                   PERFORM WriteRunLogRecord
                   MOVE ZERO TO RETURN-CODE
                   GOBACK
               END-IF
               CLOSE LimitFile
               PERFORM LoadDecidedLines
               OPEN INPUT BalanceFile
               IF WSBalFileOK
                   SET WSBalFileAvail TO TRUE
               END-IF
               OPEN INPUT CustomerFile
               IF WSFileOK
                   SET WSCustFileAvail TO TRUE
               END-IF
               OPEN OUTPUT ReviewQueue
               PERFORM VARYING WSKeepIdx FROM 1 BY 1
                       UNTIL WSKeepIdx > WSKeepCount
                   MOVE KeepSlot(WSKeepIdx) TO LimitReviewRecord
                   WRITE LimitReviewRecord
               END-PERFORM
               OPEN OUTPUT ReviewRpt
               MOVE 'B' TO WSBnrFunction
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   WSBnrRequestor WSBnrCount WSBnrLine1 WSBnrLine2
               WRITE ReviewLine FROM WSBnrLine1
               WRITE ReviewLine FROM WSBnrLine2
               MOVE WSRunDate TO PrnHeadDate
               WRITE ReviewLine FROM HeadLine1
                   AFTER ADVANCING 1 LINE
               WRITE ReviewLine FROM HeadLine2
                   AFTER ADVANCING 2 LINES
               SORT SortWorkFile
                   ASCENDING KEY SortIDNum
                   ASCENDING KEY SortKind
                   ASCENDING KEY SortDate
                   INPUT PROCEDURE IS ReleaseEvidence
                   OUTPUT PROCEDURE IS ReviewLimits
               CLOSE ReviewQueue
               PERFORM PrintTotals
               MOVE 'T' TO WSBnrFunction
               MOVE WSReviewedCount TO WSBnrCount
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   WSBnrRequestor WSBnrCount WSBnrLine1 WSBnrLine2
               WRITE ReviewLine FROM WSBnrLine1
               CLOSE ReviewRpt
               IF WSBalFileAvail
                   CLOSE BalanceFile
               END-IF
               IF WSCustFileAvail
                   CLOSE CustomerFile
               END-IF
               MOVE "LimitReview" TO WSCatReportName
               MOVE WSReportFileName TO WSCatFileName
               MOVE WSReviewedCount TO WSCatRecords
               CALL 'RptCatalog' USING WSCatReportName
                   WSCatFileName WSCatPages WSCatRecords
               DISPLAY "LimitReview: " WSReviewedCount " limits, "
                   WSRaiseCount " raises and " WSLowerCount
                   " cuts queued."
               MOVE 'E' TO WSLogEvent
               MOVE WSReviewedCount TO WSLogRecords
               PERFORM WriteRunLogRecord
               MOVE ZERO TO RETURN-CODE
               GOBACK.

      *|==============================================================|
      *    GetRunParameters settles the file names, the rule
      *    percentages, and the one- and two-year look-backs.
      *|==============================================================|

           GetRunParameters.
               ACCEPT WSLimitFileName FROM ENVIRONMENT "CUSTLIMIT"
                   ON EXCEPTION
                       MOVE "CredLimit.dat" TO WSLimitFileName
               END-ACCEPT
               ACCEPT WSBalFileName FROM ENVIRONMENT "CUSTBAL"
                   ON EXCEPTION
                       MOVE "CustBal.dat" TO WSBalFileName
               END-ACCEPT
               ACCEPT WSCustFileName FROM ENVIRONMENT "CUSTMSTR"
                   ON EXCEPTION
                       MOVE "test.dat" TO WSCustFileName
               END-ACCEPT
               ACCEPT WSRatHistFileName FROM ENVIRONMENT
                       "CUSTRATHIST"
                   ON EXCEPTION
                       MOVE "RatingHist.dat" TO WSRatHistFileName
               END-ACCEPT
               ACCEPT WSPromFileName FROM ENVIRONMENT "CUSTCOLLPROM"
                   ON EXCEPTION
                       MOVE "CollProm.dat" TO WSPromFileName
               END-ACCEPT
               ACCEPT WSDunHistName FROM ENVIRONMENT "CUSTDUNHIST"
                   ON EXCEPTION
                       MOVE "DunningHist.dat" TO WSDunHistName
               END-ACCEPT
               ACCEPT WSOverHistName FROM ENVIRONMENT "CUSTOVERHIST"
                   ON EXCEPTION
                       MOVE "OverHist.dat" TO WSOverHistName
               END-ACCEPT
               ACCEPT WSWoffFileName FROM ENVIRONMENT "CUSTWOFF"
                   ON EXCEPTION
                       MOVE "WriteOff.dat" TO WSWoffFileName
               END-ACCEPT
               ACCEPT WSQueueFileName FROM ENVIRONMENT "CUSTLIMREVQ"
                   ON EXCEPTION
                       MOVE "LimitRevQ.dat" TO WSQueueFileName
               END-ACCEPT
               ACCEPT WSReportFileName FROM ENVIRONMENT
                       "CUSTLIMREVRPT"
                   ON EXCEPTION
                       MOVE "LimitReview.rpt" TO WSReportFileName
               END-ACCEPT
               MOVE SPACES TO WSParm
               ACCEPT WSParm FROM ENVIRONMENT "CUSTLIMUPPCT"
                   ON EXCEPTION CONTINUE
               END-ACCEPT
               IF WSParm NOT = SPACES
                   MOVE FUNCTION NUMVAL(WSParm) TO WSUpPct
               END-IF
               MOVE SPACES TO WSParm
               ACCEPT WSParm FROM ENVIRONMENT "CUSTLIMDOWNPCT"
                   ON EXCEPTION CONTINUE
               END-ACCEPT
               IF WSParm NOT = SPACES
                   MOVE FUNCTION NUMVAL(WSParm) TO WSDownPct
               END-IF
               IF WSDownPct > 100
                   MOVE 100 TO WSDownPct
               END-IF
               MOVE SPACES TO WSParm
               ACCEPT WSParm FROM ENVIRONMENT "CUSTLIMUTIL"
                   ON EXCEPTION CONTINUE
               END-ACCEPT
               IF WSParm NOT = SPACES
                   MOVE FUNCTION NUMVAL(WSParm) TO WSUtilPct
               END-IF
               MOVE SPACES TO WSParm
               ACCEPT WSParm FROM ENVIRONMENT "CUSTLIMOVERDAYS"
                   ON EXCEPTION CONTINUE
               END-ACCEPT
               IF WSParm NOT = SPACES
                   MOVE FUNCTION NUMVAL(WSParm) TO WSOverDaysMax
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
               MOVE -365 TO WSDateCalcDays
               CALL 'DateCalc' USING WSDateCalcOp WSRunDate
                   WSYearAgo WSDateCalcDays WSDateCalcResult
                   WSDateCalcDow WSDateCalcValid
               MOVE WSDateCalcResult TO WSYearAgo
               MOVE -730 TO WSDateCalcDays
               CALL 'DateCalc' USING WSDateCalcOp WSRunDate
                   WSTwoYearsAgo WSDateCalcDays WSDateCalcResult
                   WSDateCalcDow WSDateCalcValid
               MOVE WSDateCalcResult TO WSTwoYearsAgo.

      *|==============================================================|
      *    LoadDecidedLines keeps the accepted and rejected lines of
      *    earlier reviews; the undecided ones are dropped, since
      *    tonight's review speaks for the same limits afresh.
      *|==============================================================|

           LoadDecidedLines.
               MOVE 'N' TO WSEOF
               OPEN INPUT ReviewQueue
               IF NOT WSQueueOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ ReviewQueue
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF LRPending
                               ADD 1 TO WSDroppedPending
                           ELSE
                               IF WSKeepCount < WSKeepMax
                                   ADD 1 TO WSKeepCount
                                   MOVE LimitReviewRecord
                                       TO KeepSlot(WSKeepCount)
                               ELSE
                                   DISPLAY "LimitReview: queue table "
                                       "full; decided line for "
                                       LRIDNum " not carried."
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ReviewQueue.

      *|==============================================================|
      *    ReleaseEvidence hands the sort each limit and the facts
      *    that bear on it: ratings, broken promises and dunning
      *    letters up to today, over-limit days in the last year,
      *    and write-offs in the last two.
      *|==============================================================|

           ReleaseEvidence.
               PERFORM ReleaseLimits
               PERFORM ReleaseRatings
               PERFORM ReleasePromises
               PERFORM ReleaseDunning
               PERFORM ReleaseOverDays
               PERFORM ReleaseWriteOffs.

           ReleaseLimits.
               MOVE 'N' TO WSEOF
               OPEN INPUT LimitFile
               PERFORM UNTIL WSAtEOF
                   READ LimitFile NEXT RECORD
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           MOVE LimIDNum TO SortIDNum
                           MOVE '0' TO SortKind
                           MOVE ZERO TO SortDate
                           MOVE LimAmount TO SortAmount
                           MOVE SPACES TO SortText
                           RELEASE SortEntry
                   END-READ
               END-PERFORM
               CLOSE LimitFile.

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

      *    A promise is broken on its promised date, the date the
      *    settling record carries.
           ReleasePromises.
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
                               AND PromByDate <= WSRunDate
                               MOVE PromIDNum TO SortIDNum
                               MOVE 'B' TO SortKind
                               MOVE PromByDate TO SortDate
                               MOVE ZERO TO SortAmount
                               MOVE SPACES TO SortText
                               RELEASE SortEntry
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PromiseFile.

           ReleaseDunning.
               MOVE 'N' TO WSEOF
               OPEN INPUT DunHistFile
               IF NOT WSDunHistOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ DunHistFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF DunDate <= WSRunDate
                               MOVE DunIDNum TO SortIDNum
                               MOVE 'N' TO SortKind
                               MOVE DunDate TO SortDate
                               MOVE ZERO TO SortAmount
                               MOVE SPACES TO SortText
                               RELEASE SortEntry
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DunHistFile.

           ReleaseOverDays.
               MOVE 'N' TO WSEOF
               OPEN INPUT OverHistFile
               IF NOT WSOverHistOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ OverHistFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF OHRunDate > WSYearAgo
                               AND OHRunDate <= WSRunDate
                               MOVE OHIDNum TO SortIDNum
                               MOVE 'O' TO SortKind
                               MOVE OHRunDate TO SortDate
                               MOVE ZERO TO SortAmount
                               MOVE SPACES TO SortText
                               RELEASE SortEntry
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OverHistFile.

           ReleaseWriteOffs.
               MOVE 'N' TO WSEOF
               OPEN INPUT WriteOffFile
               IF NOT WSWoffOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ WriteOffFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF WoffDate > WSTwoYearsAgo
                               AND WoffDate <= WSRunDate
                               MOVE WoffIDNum TO SortIDNum
                               MOVE 'W' TO SortKind
                               MOVE WoffDate TO SortDate
                               MOVE WoffAmount TO SortAmount
                               MOVE SPACES TO SortText
                               RELEASE SortEntry
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WriteOffFile.

      *|==============================================================|
      *    ReviewLimits drains the sort a customer at a time and
      *    decides each limit at the break. Facts about a customer
      *    with no limit on file are read past.
      *|==============================================================|

           ReviewLimits.
               PERFORM UNTIL WSSortAtEOF
                   RETURN SortWorkFile
                       AT END SET WSSortAtEOF TO TRUE
                       NOT AT END
                           IF WSIsFirstRecord
                               OR SortIDNum NOT = WSCustIDNum
                               IF NOT WSIsFirstRecord
                                   PERFORM ReviewOneLimit
                               END-IF
                               PERFORM OpenCustomer
                           END-IF
                           PERFORM TakeOneFact
                   END-RETURN
               END-PERFORM
               IF NOT WSIsFirstRecord
                   PERFORM ReviewOneLimit
               END-IF.

           OpenCustomer.
               MOVE 'N' TO WSFirstFlag
               MOVE SortIDNum TO WSCustIDNum
               MOVE 'N' TO WSCustHasLimit
               MOVE ZERO TO WSCustLimit WSCustLastBad WSCustOverDays
                   WSCustLastWoff
               MOVE SPACES TO WSCustTier.

           TakeOneFact.
               EVALUATE TRUE
                   WHEN SortIsLimit
                       MOVE 'Y' TO WSCustHasLimit
                       MOVE SortAmount TO WSCustLimit
                   WHEN SortIsRating
                       MOVE SortText TO WSCustTier
                   WHEN SortIsBroken
                   WHEN SortIsDunning
                       IF SortDate >= WSCustLastBad
                           MOVE SortDate TO WSCustLastBad
                           MOVE SortKind TO WSCustLastBadKind
                       END-IF
                   WHEN SortIsOver
                       IF WSCustOverDays < 999
                           ADD 1 TO WSCustOverDays
                       END-IF
                   WHEN SortIsWriteOff
                       MOVE SortDate TO WSCustLastWoff
               END-EVALUATE.

           ReviewOneLimit.
               IF NOT WSCustOnLimitFile
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WSReviewedCount
               PERFORM GatherStanding
               PERFORM DecideLimit
               EVALUATE TRUE
                   WHEN WSActRaise
                       ADD 1 TO WSRaiseCount
                       PERFORM QueueRecommendation
                   WHEN WSActLower
                       ADD 1 TO WSLowerCount
                       PERFORM QueueRecommendation
                   WHEN OTHER
                       ADD 1 TO WSKeepLimCount
               END-EVALUATE
               PERFORM PrintOneLimit.

      *    Balance, legal hold, utilization and months clean; a
      *    customer never dunned nor ever broke a promise shows 999.
           GatherStanding.
               MOVE ZERO TO WSCustBalance
               IF WSBalFileAvail
                   MOVE WSCustIDNum TO BalIDNum
                   READ BalanceFile
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE BalAmount TO WSCustBalance
                   END-READ
               END-IF
               CALL 'LegalCheck' USING WSCustIDNum WSLegalAnswer
                   WSLegalType WSLegalName
               IF WSCustLimit = ZERO
                   MOVE 99999 TO WSUtilization
               ELSE
                   IF WSCustBalance <= ZERO
                       MOVE ZERO TO WSUtilization
                   ELSE
                       COMPUTE WSUtilization =
                           WSCustBalance * 100 / WSCustLimit
                           ON SIZE ERROR
                               MOVE 99999 TO WSUtilization
                       END-COMPUTE
                   END-IF
               END-IF
               MOVE 999 TO WSCleanMonths
               IF WSCustLastBad > ZERO
                   MOVE 'D' TO WSDateCalcOp
                   CALL 'DateCalc' USING WSDateCalcOp WSCustLastBad
                       WSRunDate WSDateCalcDays WSDateCalcResult
                       WSDateCalcDow WSDateCalcValid
                   IF WSDateCalcValid = 'Y'
                       COMPUTE WSCleanMonths = WSDateCalcDays / 30
                           ON SIZE ERROR
                               MOVE 999 TO WSCleanMonths
                       END-COMPUTE
                   END-IF
               END-IF.

      *    The first rule that applies decides; the floor under any
      *    cut is the balance rounded up to the next hundred.
           DecideLimit.
               MOVE 'K' TO WSAction
               MOVE SPACES TO WSReasons
               MOVE WSCustLimit TO WSNewLimit
               MOVE ZERO TO WSFloor
               IF WSCustBalance > ZERO
                   COMPUTE WSHundreds = (WSCustBalance + 99.99) / 100
                   COMPUTE WSFloor = WSHundreds * 100
               END-IF
               IF WSLegalHeld
                   MOVE 'H' TO WSReasons(1:1)
               END-IF
               IF WSCustLastWoff > ZERO
                   MOVE 'W' TO WSReasons(2:1)
               END-IF
               IF WSReasons NOT = SPACES
                   MOVE WSFloor TO WSNewLimit
                   PERFORM SettleCut
                   EXIT PARAGRAPH
               END-IF
               IF WSCleanMonths < 6
                   IF WSCustLastBadKind = 'B'
                       MOVE 'P' TO WSReasons(3:1)
                   ELSE
                       MOVE 'N' TO WSReasons(3:1)
                   END-IF
               END-IF
               IF WSCustOverDays >= WSOverDaysMax
                   OR (WSCustOverDays > ZERO
                       AND WSCustTier NOT = "Platinum"
                       AND WSCustTier NOT = "Gold"
                       AND WSCustTier NOT = "Silver")
                   MOVE 'O' TO WSReasons(4:1)
               END-IF
               IF WSReasons NOT = SPACES
                   COMPUTE WSNewLimit ROUNDED =
                       WSCustLimit * (100 - WSDownPct) / 100
                   IF WSNewLimit < WSFloor
                       MOVE WSFloor TO WSNewLimit
                   END-IF
                   PERFORM SettleCut
                   EXIT PARAGRAPH
               END-IF
               IF (WSCustTier = "Platinum" OR WSCustTier = "Gold")
                   AND WSCleanMonths >= 12
                   AND WSCustOverDays = ZERO
                   AND WSUtilization >= WSUtilPct
                   MOVE 'U' TO WSReasons(5:1)
                   COMPUTE WSHundreds =
                       (WSCustLimit * (100 + WSUpPct) / 100 + 99.99)
                       / 100
                       ON SIZE ERROR
                           MOVE 99999 TO WSHundreds
                   END-COMPUTE
                   COMPUTE WSNewLimit = WSHundreds * 100
                       ON SIZE ERROR
                           MOVE 9999999.99 TO WSNewLimit
                   END-COMPUTE
                   IF WSNewLimit > WSCustLimit
                       MOVE 'I' TO WSAction
                   END-IF
               END-IF.

      *    A cut that would not lower the limit leaves it alone.
           SettleCut.
               IF WSNewLimit < WSCustLimit
                   MOVE 'D' TO WSAction
               ELSE
                   MOVE WSCustLimit TO WSNewLimit
               END-IF.

           QueueRecommendation.
               MOVE WSCustIDNum TO LRIDNum
               MOVE 'P' TO LRStatus
               MOVE WSAction TO LRAction
               MOVE WSCustLimit TO LRCurLimit
               MOVE WSNewLimit TO LRNewLimit
               MOVE WSCustBalance TO LRBalance
               MOVE WSCustTier TO LRTier
               MOVE WSReasons TO LRReasons
               MOVE WSRunDate TO LRQueueDate
               MOVE ZERO TO LRDecideDate
               MOVE SPACES TO LROperator
               WRITE LimitReviewRecord.

           PrintOneLimit.
               MOVE WSCustIDNum TO PrnIDNum
               MOVE SPACES TO PrnName
               IF WSCustFileAvail
                   MOVE WSCustIDNum TO IDNum
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
                   END-READ
               END-IF
               IF WSCustTier = SPACES
                   MOVE "Unrated" TO PrnTier
               ELSE
                   MOVE WSCustTier TO PrnTier
               END-IF
               MOVE WSCustLimit TO PrnLimit
               MOVE WSCustBalance TO PrnBalance
               MOVE WSUtilization TO PrnUtil
               IF WSCleanMonths = 999
                   MOVE "none" TO PrnClean
               ELSE
                   MOVE WSCleanMonths TO WSCleanEdit
                   MOVE WSCleanEdit TO PrnClean
               END-IF
               MOVE WSCustOverDays TO PrnOver
               EVALUATE TRUE
                   WHEN WSActRaise MOVE "RAISE" TO PrnAction
                   WHEN WSActLower MOVE "LOWER" TO PrnAction
                   WHEN OTHER MOVE "keep" TO PrnAction
               END-EVALUATE
               MOVE WSNewLimit TO PrnNewLimit
      *    The reason letters print as one run, without the gaps.
               MOVE SPACES TO PrnReasons
               IF NOT WSActKeep
                   STRING WSReasons(1:1) DELIMITED BY SPACE
                          WSReasons(2:1) DELIMITED BY SPACE
                          WSReasons(3:1) DELIMITED BY SPACE
                          WSReasons(4:1) DELIMITED BY SPACE
                          WSReasons(5:1) DELIMITED BY SPACE
                       INTO PrnReasons
                   END-STRING
               END-IF
               WRITE ReviewLine FROM DetailLine
                   AFTER ADVANCING 1 LINE.

           PrintTotals.
               IF WSReviewedCount = ZERO
                   MOVE " No limits on file to review."
                       TO MessageLine
                   WRITE ReviewLine FROM MessageLine
                       AFTER ADVANCING 1 LINE
                   EXIT PARAGRAPH
               END-IF
               MOVE "Limits reviewed" TO PrnTotLabel
               MOVE WSReviewedCount TO PrnTotValue
               WRITE ReviewLine FROM TotalLine
                   AFTER ADVANCING 2 LINES
               MOVE "Raises recommended" TO PrnTotLabel
               MOVE WSRaiseCount TO PrnTotValue
               WRITE ReviewLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE "Cuts recommended" TO PrnTotLabel
               MOVE WSLowerCount TO PrnTotValue
               WRITE ReviewLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE "Limits kept" TO PrnTotLabel
               MOVE WSKeepLimCount TO PrnTotValue
               WRITE ReviewLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE "Undecided lines replaced" TO PrnTotLabel
               MOVE WSDroppedPending TO PrnTotValue
               WRITE ReviewLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               WRITE ReviewLine FROM FootLine1
                   AFTER ADVANCING 2 LINES
               WRITE ReviewLine FROM FootLine2
                   AFTER ADVANCING 1 LINE.

           WriteRunLogRecord.
               CALL 'RunLog' USING WSLogStepName WSLogEvent
                   WSLogRecords WSLogRejects WSLogRC
                   WSLogCapacity.

      *|==============================================================|
