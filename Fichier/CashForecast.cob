      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CashForecast.

      *|==============================================================|
      *    CashForecast is the weekly expected-collections forecast
      *    treasury plans its borrowing on: the cash expected in
      *    each of the next thirteen weeks from the business date,
      *    the contractual money kept apart from the statistical.
      *
      *    Contractual: every open promise to pay (CUSTCOLLPROM,
      *    PromRec.cpy, latest record per Id and by-date) falls in
      *    the week of its by-date, and every active payment plan
      *    (CUSTPLAN) puts its monthly amount in the week of each
      *    installment still to fall due -- the first of each month
      *    after the start month, up to the installment count. Each
      *    source is discounted by how well it has held: promises
      *    by the amount kept over the amount settled, kept or
      *    broken, for by-dates in the last six months; plans by
      *    the plans completed over those completed or cancelled.
      *    A source with nothing settled to judge by takes
      *    CUSTFCSTDEFRATE percent (default 50).
      *
      *    Statistical: every other customer with a balance owing
      *    (CUSTBAL) is aged -- current, 30, 60, 90 and over -- by
      *    replaying the posting history (CUSTPOSTH) first in,
      *    first out, credits paying the oldest debit first. The
      *    same replay measures, for each age band over the last
      *    six months, how much of what entered the band was paid
      *    in cash while in it, how much went by write-off,
      *    dispute, loyalty redemption, referral reward, security
      *    deposit or reversal, and how much rolled on to the next
      *    band. The aged balances are run forward a week at a time
      *    through those rates. Customers under a promise or plan
      *    are left out here, so nothing is counted twice.
      *    Postings the cutover has archived are not replayed; what
      *    they leave unexplained in a balance is aged as 90 and
      *    over.
      *
      *    Each run's thirteen weeks are kept on the forecast
      *    history (CUSTFCSTHIST, default CashForecast.dat,
      *    FcstRec.cpy layout; a rerun on the same business date
      *    does not add them twice), and the report closes with
      *    the weeks of the latest earlier run that have since
      *    ended, forecast against the cash credits actually
      *    posted. The posting history is put in customer order
      *    through a sort, the input/output procedure shape
      *    CaseAging uses. Report to CUSTFCSTRPT, default
      *    CashForecast.rpt; the nightly chain runs it at the
      *    week-end with FileInventory.
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT PromiseFile ASSIGN TO WSPromFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSPromStatus.

               SELECT PlanFile ASSIGN TO WSPlanFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PlanIDNum
                   FILE STATUS IS WSPlanFileStatus.

               SELECT BalanceFile ASSIGN TO WSBalFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS BalIDNum
                   FILE STATUS IS WSBalFileStatus.

               SELECT HistoryFile ASSIGN TO WSHistFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS PostHKey
                   FILE STATUS IS WSHistFileStatus.

               SELECT ForecastFile ASSIGN TO WSFcstFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSFcstStatus.

               SELECT SortWorkFile ASSIGN TO "CashForecast.wrk".

               SELECT FcstRptFile ASSIGN TO WSReportFileName
                   ORGANIZATION IS LINE SEQUENTIAL.

      *|==============================================================|

       DATA DIVISION.

           FILE SECTION.

               FD PromiseFile.
                   COPY "PromRec.cpy".

               FD PlanFile.
                   COPY "PlanRec.cpy".

               FD BalanceFile.
                   COPY "BalRec.cpy".

               FD HistoryFile.
                   COPY "PostRec.cpy".
                   COPY "PostHKey.cpy".

               FD ForecastFile.
                   COPY "FcstRec.cpy".

      *    Kind '0' is the customer's balance, ahead of the postings;
      *    a same-day debit sorts ahead of the credit that pays it.
               SD SortWorkFile.
                   1 SortEntry.
                       2 SortIDNum PIC 9(7).
                       2 SortDate PIC 9(8).
                       2 SortKind PIC X(1).
                           88 SortIsBalance VALUE '0'.
                           88 SortIsDebit VALUE '1'.
                           88 SortIsCredit VALUE '2'.
                       2 SortAmount PIC S9(7)V99.
                       2 SortCashFlag PIC X(1).
                           88 SortIsCash VALUE 'Y'.

               FD FcstRptFile.
                   1 FcstRptLine PIC X(100).

           WORKING-STORAGE SECTION.

               1 WSPromFileName PIC X(100).
               1 WSPlanFileName PIC X(100).
               1 WSBalFileName PIC X(100).
               1 WSHistFileName PIC X(100).
               1 WSFcstFileName PIC X(100).
               1 WSReportFileName PIC X(100).

               1 WSPromStatus PIC X(2).
                   88 WSPromOK VALUE '00'.
               1 WSPlanFileStatus PIC X(2).
                   88 WSPlanFileOK VALUE '00'.
               1 WSBalFileStatus PIC X(2).
                   88 WSBalFileOK VALUE '00'.
               1 WSHistFileStatus PIC X(2).
                   88 WSHistFileOK VALUE '00'.
               1 WSFcstStatus PIC X(2).
                   88 WSFcstOK VALUE '00'.
                   88 WSFcstMissing VALUE '35'.

               1 WSEOF PIC X(1).
                   88 WSAtEOF VALUE 'Y'.
               1 WSSortEOF PIC X(1) VALUE 'N'.
                   88 WSSortAtEOF VALUE 'Y'.

               1 WSBizDateParm PIC X(8).
               1 WSRunDate PIC 9(8).
               1 WSHorizonEnd PIC 9(8).
               1 WSLookbackDate PIC 9(8).

               1 WSDefRateParm PIC X(3).
               1 WSDefaultRate PIC 9V9999 VALUE 0.5.

               1 WSDateCalcOp PIC X(1).
               1 WSDateCalcDays PIC S9(7).
               1 WSDateCalcResult PIC 9(8).
               1 WSDateCalcDow PIC 9(1).
               1 WSDateCalcValid PIC X(1).

      *    The thirteen forecast weeks.
               1 WSWeekMax PIC 9(2) VALUE 13.
               1 WSWeekIdx PIC 9(2).
               1 WSWeekFound PIC 9(2).
               1 WeekTable.
                   2 WeekEntry OCCURS 13 TIMES.
                       3 WkFromDate PIC 9(8).
                       3 WkToDate PIC 9(8).
                       3 WkPromDue PIC 9(9)V99.
                       3 WkPlanDue PIC 9(9)V99.
                       3 WkPromise PIC 9(9)V99.
                       3 WkPlan PIC 9(9)V99.
                       3 WkStatistic PIC 9(9)V99.

      *    Promises, latest state per Id and by-date.
               1 WSPromMax PIC 9(4) VALUE 5000.
               1 WSPromCount PIC 9(4) VALUE ZERO.
               1 WSPromIdx PIC 9(4).
               1 WSPromFound PIC 9(4).
               1 WSPromOverflow PIC 9(5) VALUE ZERO.
               1 PromTable.
                   2 PromEntry OCCURS 5000 TIMES.
                       3 PtIDNum PIC 9(7).
                       3 PtByDate PIC 9(8).
                       3 PtStatus PIC X(1).
                       3 PtAmount PIC 9(7)V99.

               1 WSPromKeptAmt PIC 9(9)V99 VALUE ZERO.
               1 WSPromSettledAmt PIC 9(9)V99 VALUE ZERO.
               1 WSPromOpenCount PIC 9(5) VALUE ZERO.
               1 WSPromRate PIC 9V9999.

               1 WSPlanActiveCount PIC 9(5) VALUE ZERO.
               1 WSPlanDoneCount PIC 9(5) VALUE ZERO.
               1 WSPlanCancelCount PIC 9(5) VALUE ZERO.
               1 WSPlanRate PIC 9V9999.
               1 WSPlanStartIdx PIC 9(6).
               1 WSPlanDueIdx PIC 9(6).
               1 WSPlanInst PIC 9(3).
               1 WSPlanDueDate.
                   2 WSPlanDueYear PIC 9(4).
                   2 WSPlanDueMonth PIC 9(2).
                   2 WSPlanDueDay PIC 9(2).
               1 WSPlanDueDateN REDEFINES WSPlanDueDate PIC 9(8).
               1 WSPlanDone PIC X(1).
                   88 WSPlanScheduleDone VALUE 'Y'.

               1 WSDueDate PIC 9(8).
               1 WSDueAmount PIC 9(9)V99.

      *    Customers under a promise or plan: their money is
      *    contractual and stays out of the statistical forecast.
               1 WSConMax PIC 9(4) VALUE 5000.
               1 WSConCount PIC 9(4) VALUE ZERO.
               1 WSConIdx PIC 9(4).
               1 WSConIDNum PIC 9(7).
               1 WSConFlag PIC X(1).
                   88 WSIsContractual VALUE 'Y'.
               1 ConTable.
                   2 ConIDNum PIC 9(7) OCCURS 5000 TIMES.

      *    The customer in hand during the replay: its balance,
      *    its debits oldest first with what has reduced each in
      *    each age band (1-4 the bands, 5 beyond), and the credit
      *    left over once every debit is paid.
               1 WSFirstFlag PIC X(1) VALUE 'Y'.
                   88 WSIsFirstRecord VALUE 'Y'.
               1 WSCustIDNum PIC 9(7).
               1 WSCustBalance PIC S9(7)V99.
               1 WSCustUnapplied PIC 9(9)V99.
               1 WSCustOpenSum PIC 9(9)V99.
               1 WSCustResidual PIC S9(9)V99.
               1 WSCustAged OCCURS 4 TIMES PIC 9(9)V99.
               1 WSDebitMax PIC 9(3) VALUE 500.
               1 WSDebitCount PIC 9(3).
               1 WSDebitIdx PIC 9(3).
               1 WSDebitOverflow PIC 9(7) VALUE ZERO.
               1 DebitTable.
                   2 DebitEntry OCCURS 500 TIMES.
                       3 DtDate PIC 9(8).
                       3 DtAmount PIC 9(7)V99.
                       3 DtOpen PIC 9(7)V99.
                       3 DtReduced OCCURS 5 TIMES PIC 9(7)V99.
                       3 DtCash OCCURS 5 TIMES PIC 9(7)V99.

               1 WSCreditLeft PIC 9(9)V99.
               1 WSApplyAmt PIC 9(9)V99.
               1 WSAgeDays PIC S9(7).
               1 WSBand PIC 9(1).
               1 WSBandIdx PIC 9(1).
               1 WSPriorBand PIC 9(1).
               1 WSBandFrom PIC S9(7).
               1 WSBandExposed PIC S9(9)V99.

      *    The age bands: what entered each band inside the look-
      *    back window, what left it paid in cash, what left it by
      *    other credits, and the aged balances at the as-of date.
               1 BandTable.
                   2 BandEntry OCCURS 4 TIMES.
                       3 BdExposure PIC 9(11)V99.
                       3 BdCash PIC 9(11)V99.
                       3 BdOther PIC 9(11)V99.
                       3 BdOpening PIC 9(11)V99.
                       3 BdBalance PIC 9(11)V99.
                       3 BdCashRate PIC 9V9999.
                       3 BdOtherRate PIC 9V9999.
                       3 BdRollRate PIC 9V9999.
                       3 BdCollect PIC 9(11)V99.
                       3 BdRemove PIC 9(11)V99.
                       3 BdRollOut PIC 9(11)V99.
               1 WSWeekShare PIC 9V9999 VALUE 0.2333.
               1 WSRateSum PIC 9V9999.

               1 WSAgedCustCount PIC 9(7) VALUE ZERO.
               1 WSHistReadCount PIC 9(7) VALUE ZERO.

      *    The latest earlier run, for forecast against actual.
               1 WSPriorRunDate PIC 9(8) VALUE ZERO.
               1 WSAlreadySaved PIC X(1) VALUE 'N'.
                   88 WSRunOnFile VALUE 'Y'.
               1 WSPriorCount PIC 9(2) VALUE ZERO.
               1 WSPriorIdx PIC 9(2).
               1 PriorTable.
                   2 PriorEntry OCCURS 13 TIMES.
                       3 PrWeek PIC 9(2).
                       3 PrFromDate PIC 9(8).
                       3 PrToDate PIC 9(8).
                       3 PrForecast PIC 9(9)V99.
                       3 PrActual PIC 9(9)V99.

               1 WSTotPromise PIC 9(11)V99 VALUE ZERO.
               1 WSTotPlan PIC 9(11)V99 VALUE ZERO.
               1 WSTotStatistic PIC 9(11)V99 VALUE ZERO.
               1 WSTotPromDue PIC 9(11)V99 VALUE ZERO.
               1 WSTotPlanDue PIC 9(11)V99 VALUE ZERO.
               1 WSTotForecast PIC 9(11)V99 VALUE ZERO.
               1 WSTotActual PIC 9(11)V99 VALUE ZERO.
               1 WSVariance PIC S9(11)V99.

               1 HeadLine1.
                   2 FILLER PIC X(36)
                       VALUE " Expected collections, 13 weeks from".
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnHeadDate PIC 9(8).

               1 RateHeadLine PIC X(60)
                   VALUE " Contractual sources".

               1 SourceLine.
                   2 FILLER PIC X(3) VALUE SPACE.
                   2 PrnSrcName PIC X(10).
                   2 FILLER PIC X(6) VALUE "open  ".
                   2 PrnSrcCount PIC ZZ,ZZ9.
                   2 FILLER PIC X(13) VALUE "  scheduled  ".
                   2 PrnSrcDue PIC ZZZ,ZZZ,ZZ9.99.
                   2 FILLER PIC X(13) VALUE "  kept rate  ".
                   2 PrnSrcRate PIC ZZ9.99.
                   2 FILLER PIC X(1) VALUE "%".
                   2 PrnSrcNote PIC X(10).

               1 BandHeadLine.
                   2 FILLER PIC X(14) VALUE " Statistical".
                   2 FILLER PIC X(17) VALUE "   Aged balance".
                   2 FILLER PIC X(10) VALUE " Cash 30d".
                   2 FILLER PIC X(10) VALUE " Other 30d".
                   2 FILLER PIC X(10) VALUE "  Rolls on".

               1 BandLine.
                   2 FILLER PIC X(3) VALUE SPACE.
                   2 PrnBandName PIC X(11).
                   2 PrnBandBal PIC ZZ,ZZZ,ZZZ,ZZ9.99.
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnBandCash PIC ZZ9.99.
                   2 FILLER PIC X(4) VALUE "%   ".
                   2 PrnBandOther PIC ZZ9.99.
                   2 FILLER PIC X(4) VALUE "%   ".
                   2 PrnBandRoll PIC ZZ9.99.
                   2 PrnBandRollPct PIC X(1) VALUE "%".

               1 WeekHeadLine.
                   2 FILLER PIC X(5) VALUE " Wk".
                   2 FILLER PIC X(10) VALUE "From".
                   2 FILLER PIC X(9) VALUE "To".
                   2 FILLER PIC X(14) VALUE "      Promises".
                   2 FILLER PIC X(14) VALUE "         Plans".
                   2 FILLER PIC X(15) VALUE "    Contractual".
                   2 FILLER PIC X(15) VALUE "    Statistical".
                   2 FILLER PIC X(15) VALUE "          Total".

               1 WeekLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnWeek PIC Z9.
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnFromDate PIC 9(8).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnToDate PIC 9(8).
                   2 PrnPromise PIC Z,ZZZ,ZZZ,ZZ9.99.
                   2 PrnPlan PIC Z,ZZZ,ZZZ,ZZ9.99.
                   2 PrnContract PIC ZZ,ZZZ,ZZZ,ZZ9.99.
                   2 PrnStatistic PIC ZZ,ZZZ,ZZZ,ZZ9.99.
                   2 PrnTotal PIC ZZ,ZZZ,ZZZ,ZZ9.99.

               1 PriorHeadLine1.
                   2 FILLER PIC X(40)
                       VALUE " Forecast against actual, run of".
                   2 PrnPriorRun PIC 9(8).

               1 PriorHeadLine2.
                   2 FILLER PIC X(5) VALUE " Wk".
                   2 FILLER PIC X(10) VALUE "From".
                   2 FILLER PIC X(9) VALUE "To".
                   2 FILLER PIC X(17) VALUE "         Forecast".
                   2 FILLER PIC X(17) VALUE "           Actual".
                   2 FILLER PIC X(17) VALUE "         Variance".

               1 PriorLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnPrWeek PIC Z9.
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnPrFrom PIC 9(8).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnPrTo PIC 9(8).
                   2 PrnPrForecast PIC ZZ,ZZZ,ZZZ,ZZ9.99.
                   2 PrnPrActual PIC ZZ,ZZZ,ZZZ,ZZ9.99.
                   2 PrnPrVariance PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

               1 MessageLine PIC X(80).

      *    Standard report identification and catalog registration.
               1 WSBnrFunction PIC X(1).
               1 WSBnrReportName PIC X(20) VALUE "CashForecast".
               1 WSBnrRequestor PIC X(8) VALUE "BATCH".
               1 WSBnrCount PIC 9(7) VALUE ZERO.
               1 WSBnrLine1 PIC X(80).
               1 WSBnrLine2 PIC X(80).

               1 WSCatReportName PIC X(20).
               1 WSCatFileName PIC X(100).
               1 WSCatPages PIC 9(4) VALUE ZERO.
               1 WSCatRecords PIC 9(7) VALUE ZERO.

      *    Run-log work area handed to the shared RunLog subprogram.
               1 WSLogStepName PIC X(20) VALUE "CashForecast".
               1 WSLogEvent PIC X(1).
               1 WSLogRecords PIC 9(7) VALUE ZERO.
               1 WSLogRejects PIC 9(7) VALUE ZERO.
               1 WSLogRC PIC 9(4) VALUE ZERO.
               1 WSLogCapacity PIC 9(5) VALUE ZERO.

      *|==============================================================|

       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSPromFileName FROM ENVIRONMENT "CUSTCOLLPROM"
                   ON EXCEPTION
                       MOVE "CollProm.dat" TO WSPromFileName
               END-ACCEPT
               ACCEPT WSPlanFileName FROM ENVIRONMENT "CUSTPLAN"
                   ON EXCEPTION
                       MOVE "PayPlan.dat" TO WSPlanFileName
               END-ACCEPT
               ACCEPT WSBalFileName FROM ENVIRONMENT "CUSTBAL"
                   ON EXCEPTION
                       MOVE "CustBal.dat" TO WSBalFileName
               END-ACCEPT
               ACCEPT WSHistFileName FROM ENVIRONMENT "CUSTPOSTH"
                   ON EXCEPTION
                       MOVE "PostHist.dat" TO WSHistFileName
               END-ACCEPT
               ACCEPT WSFcstFileName FROM ENVIRONMENT "CUSTFCSTHIST"
                   ON EXCEPTION
                       MOVE "CashForecast.dat" TO WSFcstFileName
               END-ACCEPT
               ACCEPT WSReportFileName FROM ENVIRONMENT "CUSTFCSTRPT"
                   ON EXCEPTION
                       MOVE "CashForecast.rpt" TO WSReportFileName
               END-ACCEPT
               ACCEPT WSDefRateParm FROM ENVIRONMENT
                       "CUSTFCSTDEFRATE"
                   ON EXCEPTION
                       MOVE SPACES TO WSDefRateParm
               END-ACCEPT
               IF WSDefRateParm NOT = SPACES
                   AND FUNCTION TRIM(WSDefRateParm) IS NUMERIC
                   COMPUTE WSDefaultRate =
                       FUNCTION NUMVAL(WSDefRateParm) / 100
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
               PERFORM SetUpWeeks
               PERFORM LoadPriorRun
               PERFORM LoadPromises
               PERFORM LoadPlans
               SORT SortWorkFile
                   ASCENDING KEY SortIDNum
                   ASCENDING KEY SortDate
                   ASCENDING KEY SortKind
                   INPUT PROCEDURE IS ReleaseHistory
                   OUTPUT PROCEDURE IS ReplayHistory
               PERFORM SetBandRates
               PERFORM RunBandsForward
               PERFORM PrintForecast
               PERFORM SaveForecast
               MOVE "CashForecast" TO WSCatReportName
               MOVE WSReportFileName TO WSCatFileName
               MOVE WSWeekMax TO WSCatRecords
               CALL 'RptCatalog' USING WSCatReportName
                   WSCatFileName WSCatPages WSCatRecords
               DISPLAY "CashForecast: " WSTotForecast
                   " expected over 13 weeks, " WSAgedCustCount
                   " customers aged."
               IF WSPromOverflow > ZERO
                   DISPLAY "CashForecast: promise table full, "
                       WSPromOverflow " promise lines not held."
               END-IF
               IF WSDebitOverflow > ZERO
                   DISPLAY "CashForecast: " WSDebitOverflow
                       " debits past the per-customer table."
               END-IF
               MOVE 'E' TO WSLogEvent
               MOVE WSAgedCustCount TO WSLogRecords
               MOVE WSPromOverflow TO WSLogRejects
               MOVE WSPromMax TO WSLogCapacity
               PERFORM WriteRunLogRecord
               MOVE ZERO TO RETURN-CODE
               GOBACK.

      *|==============================================================|
      *    SetUpWeeks lays out the thirteen weeks from the business
      *    date and the six-month window the rates are measured on.
      *|==============================================================|

           SetUpWeeks.
               MOVE 'A' TO WSDateCalcOp
               PERFORM VARYING WSWeekIdx FROM 1 BY 1
                       UNTIL WSWeekIdx > WSWeekMax
                   COMPUTE WSDateCalcDays = (WSWeekIdx - 1) * 7
                   CALL 'DateCalc' USING WSDateCalcOp WSRunDate
                       WSDueDate WSDateCalcDays WSDateCalcResult
                       WSDateCalcDow WSDateCalcValid
                   MOVE WSDateCalcResult TO WkFromDate(WSWeekIdx)
                   ADD 6 TO WSDateCalcDays
                   CALL 'DateCalc' USING WSDateCalcOp WSRunDate
                       WSDueDate WSDateCalcDays WSDateCalcResult
                       WSDateCalcDow WSDateCalcValid
                   MOVE WSDateCalcResult TO WkToDate(WSWeekIdx)
                   MOVE ZERO TO WkPromDue(WSWeekIdx)
                       WkPlanDue(WSWeekIdx) WkPromise(WSWeekIdx)
                       WkPlan(WSWeekIdx) WkStatistic(WSWeekIdx)
               END-PERFORM
               MOVE WkToDate(WSWeekMax) TO WSHorizonEnd
               MOVE -182 TO WSDateCalcDays
               CALL 'DateCalc' USING WSDateCalcOp WSRunDate
                   WSDueDate WSDateCalcDays WSDateCalcResult
                   WSDateCalcDow WSDateCalcValid
               MOVE WSDateCalcResult TO WSLookbackDate
               MOVE ZERO TO BandTable.

      *|==============================================================|
      *    FindWeek puts WSDueDate in its forecast week, the first
      *    for anything already due; WSWeekFound is zero past the
      *    horizon.
      *|==============================================================|

           FindWeek.
               MOVE ZERO TO WSWeekFound
               IF WSDueDate > WSHorizonEnd
                   EXIT PARAGRAPH
               END-IF
               IF WSDueDate <= WSRunDate
                   MOVE 1 TO WSWeekFound
                   EXIT PARAGRAPH
               END-IF
               MOVE 'D' TO WSDateCalcOp
               CALL 'DateCalc' USING WSDateCalcOp WSRunDate
                   WSDueDate WSDateCalcDays WSDateCalcResult
                   WSDateCalcDow WSDateCalcValid
               IF WSDateCalcValid = 'Y'
                   COMPUTE WSWeekFound = WSDateCalcDays / 7 + 1
               END-IF.

      *|==============================================================|
      *    LoadPriorRun finds the latest run on the forecast history
      *    before this business date, and whether this date's run
      *    is already there, then keeps the earlier run's weeks
      *    that have since ended for the actual cash to be set
      *    against.
      *|==============================================================|

           LoadPriorRun.
               MOVE 'N' TO WSEOF
               OPEN INPUT ForecastFile
               IF NOT WSFcstOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ ForecastFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF FcRunDate = WSRunDate
                               MOVE 'Y' TO WSAlreadySaved
                           END-IF
                           IF FcRunDate < WSRunDate
                               AND FcRunDate > WSPriorRunDate
                               MOVE FcRunDate TO WSPriorRunDate
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ForecastFile
               IF WSPriorRunDate = ZERO
                   EXIT PARAGRAPH
               END-IF
               MOVE 'N' TO WSEOF
               OPEN INPUT ForecastFile
               PERFORM UNTIL WSAtEOF
                   READ ForecastFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF FcRunDate = WSPriorRunDate
                               AND FcToDate < WSRunDate
                               AND WSPriorCount < WSWeekMax
                               PERFORM KeepPriorWeek
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ForecastFile.

           KeepPriorWeek.
               ADD 1 TO WSPriorCount
               MOVE FcWeek TO PrWeek(WSPriorCount)
               MOVE FcFromDate TO PrFromDate(WSPriorCount)
               MOVE FcToDate TO PrToDate(WSPriorCount)
               COMPUTE PrForecast(WSPriorCount) =
                   FcPromise + FcPlan + FcStatistic
               MOVE ZERO TO PrActual(WSPriorCount).

      *|==============================================================|
      *    LoadPromises folds the append-only promise file down to
      *    the latest state of each promise, measures the kept rate
      *    on those settled inside the window, and schedules the
      *    open ones.
      *|==============================================================|

           LoadPromises.
               MOVE 'N' TO WSEOF
               OPEN INPUT PromiseFile
               IF WSPromOK
                   PERFORM UNTIL WSAtEOF
                       READ PromiseFile
                           AT END SET WSAtEOF TO TRUE
                           NOT AT END PERFORM HoldOnePromise
                       END-READ
                   END-PERFORM
                   CLOSE PromiseFile
               END-IF
               PERFORM VARYING WSPromIdx FROM 1 BY 1
                       UNTIL WSPromIdx > WSPromCount
                   PERFORM WeighOnePromise
               END-PERFORM
               IF WSPromSettledAmt > ZERO
                   COMPUTE WSPromRate ROUNDED =
                       WSPromKeptAmt / WSPromSettledAmt
               ELSE
                   MOVE WSDefaultRate TO WSPromRate
               END-IF
               PERFORM VARYING WSWeekIdx FROM 1 BY 1
                       UNTIL WSWeekIdx > WSWeekMax
                   COMPUTE WkPromise(WSWeekIdx) ROUNDED =
                       WkPromDue(WSWeekIdx) * WSPromRate
               END-PERFORM.

           HoldOnePromise.
               MOVE ZERO TO WSPromFound
               PERFORM VARYING WSPromIdx FROM 1 BY 1
                       UNTIL WSPromIdx > WSPromCount
                           OR WSPromFound > ZERO
                   IF PtIDNum(WSPromIdx) = PromIDNum
                       AND PtByDate(WSPromIdx) = PromByDate
                       MOVE WSPromIdx TO WSPromFound
                   END-IF
               END-PERFORM
               IF WSPromFound = ZERO
                   IF WSPromCount >= WSPromMax
                       ADD 1 TO WSPromOverflow
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WSPromCount
                   MOVE WSPromCount TO WSPromFound
                   MOVE PromIDNum TO PtIDNum(WSPromFound)
                   MOVE PromByDate TO PtByDate(WSPromFound)
               END-IF
               MOVE PromStatus TO PtStatus(WSPromFound)
               MOVE PromAmount TO PtAmount(WSPromFound).

           WeighOnePromise.
               EVALUATE PtStatus(WSPromIdx)
                   WHEN 'K'
                       IF PtByDate(WSPromIdx) >= WSLookbackDate
                           ADD PtAmount(WSPromIdx) TO WSPromKeptAmt
                               WSPromSettledAmt
                       END-IF
                   WHEN 'B'
                       IF PtByDate(WSPromIdx) >= WSLookbackDate
                           ADD PtAmount(WSPromIdx)
                               TO WSPromSettledAmt
                       END-IF
                   WHEN 'P'
                       MOVE PtIDNum(WSPromIdx) TO WSConIDNum
                       PERFORM MarkContractual
                       MOVE PtByDate(WSPromIdx) TO WSDueDate
                       PERFORM FindWeek
                       IF WSWeekFound > ZERO
                           ADD 1 TO WSPromOpenCount
                           ADD PtAmount(WSPromIdx)
                               TO WkPromDue(WSWeekFound)
                               WSTotPromDue
                       END-IF
               END-EVALUATE.

      *|==============================================================|
      *    LoadPlans counts how plans have ended for the plan kept
      *    rate and schedules the installments still to fall due on
      *    the active ones.
      *|==============================================================|

           LoadPlans.
               MOVE 'N' TO WSEOF
               OPEN INPUT PlanFile
               IF WSPlanFileOK
                   PERFORM UNTIL WSAtEOF
                       READ PlanFile NEXT RECORD
                           AT END SET WSAtEOF TO TRUE
                           NOT AT END PERFORM WeighOnePlan
                       END-READ
                   END-PERFORM
                   CLOSE PlanFile
               END-IF
               IF WSPlanDoneCount + WSPlanCancelCount > ZERO
                   COMPUTE WSPlanRate ROUNDED = WSPlanDoneCount /
                       (WSPlanDoneCount + WSPlanCancelCount)
               ELSE
                   MOVE WSDefaultRate TO WSPlanRate
               END-IF
               PERFORM VARYING WSWeekIdx FROM 1 BY 1
                       UNTIL WSWeekIdx > WSWeekMax
                   COMPUTE WkPlan(WSWeekIdx) ROUNDED =
                       WkPlanDue(WSWeekIdx) * WSPlanRate
               END-PERFORM.

           WeighOnePlan.
               EVALUATE TRUE
                   WHEN PlanCompleted
                       ADD 1 TO WSPlanDoneCount
                   WHEN PlanCancelled
                       ADD 1 TO WSPlanCancelCount
                   WHEN PlanActive
                       ADD 1 TO WSPlanActiveCount
                       MOVE PlanIDNum TO WSConIDNum
                       PERFORM MarkContractual
                       PERFORM SchedulePlan
               END-EVALUATE.

      *    Installment n falls due on the first of the nth month
      *    after the start month.
           SchedulePlan.
               MOVE PlanStartDate TO WSPlanDueDateN
               COMPUTE WSPlanStartIdx =
                   WSPlanDueYear * 12 + WSPlanDueMonth - 1
               MOVE 'N' TO WSPlanDone
               PERFORM VARYING WSPlanInst FROM 1 BY 1
                       UNTIL WSPlanInst > PlanInstallments
                           OR WSPlanScheduleDone
                   COMPUTE WSPlanDueIdx = WSPlanStartIdx + WSPlanInst
                   COMPUTE WSPlanDueYear = WSPlanDueIdx / 12
                   COMPUTE WSPlanDueMonth =
                       FUNCTION MOD(WSPlanDueIdx, 12) + 1
                   MOVE 1 TO WSPlanDueDay
                   IF WSPlanDueDateN > WSHorizonEnd
                       MOVE 'Y' TO WSPlanDone
                   ELSE
                       IF WSPlanDueDateN >= WSRunDate
                           MOVE WSPlanDueDateN TO WSDueDate
                           PERFORM FindWeek
                           IF WSWeekFound > ZERO
                               ADD PlanMonthlyAmount
                                   TO WkPlanDue(WSWeekFound)
                                   WSTotPlanDue
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM.

           MarkContractual.
               PERFORM CheckContractual
               IF WSIsContractual OR WSConCount >= WSConMax
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WSConCount
               MOVE WSConIDNum TO ConIDNum(WSConCount).

           CheckContractual.
               MOVE 'N' TO WSConFlag
               PERFORM VARYING WSConIdx FROM 1 BY 1
                       UNTIL WSConIdx > WSConCount
                           OR WSIsContractual
                   IF ConIDNum(WSConIdx) = WSConIDNum
                       MOVE 'Y' TO WSConFlag
                   END-IF
               END-PERFORM.

      *|==============================================================|
      *    ReleaseHistory hands the sort every positive balance and
      *    every posting up to the business date, marking the
      *    credits that are cash. The cash credits in the earlier
      *    run's ended weeks are its actuals.
      *|==============================================================|

           ReleaseHistory.
               MOVE 'N' TO WSEOF
               OPEN INPUT BalanceFile
               IF WSBalFileOK
                   PERFORM UNTIL WSAtEOF
                       READ BalanceFile NEXT RECORD
                           AT END SET WSAtEOF TO TRUE
                           NOT AT END
                               IF BalAmount > ZERO
                                   MOVE BalIDNum TO SortIDNum
                                   MOVE ZERO TO SortDate
                                   MOVE '0' TO SortKind
                                   MOVE BalAmount TO SortAmount
                                   MOVE 'N' TO SortCashFlag
                                   RELEASE SortEntry
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE BalanceFile
               END-IF
               MOVE 'N' TO WSEOF
               OPEN INPUT HistoryFile
               IF NOT WSHistFileOK
                   DISPLAY "CashForecast: no posting history on "
                       WSHistFileName
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ HistoryFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF PostHDate <= WSRunDate
                               ADD 1 TO WSHistReadCount
                               PERFORM ReleaseOnePosting
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HistoryFile.

           ReleaseOnePosting.
               MOVE PostHIDNum TO SortIDNum
               MOVE PostHDate TO SortDate
               MOVE PostHAmount TO SortAmount
               MOVE 'N' TO SortCashFlag
               IF PostHDebit
                   MOVE '1' TO SortKind
               ELSE
                   MOVE '2' TO SortKind
                   MOVE 'Y' TO SortCashFlag
                   IF PostHDesc = "WRITE-OFF"
                       OR PostHDesc = "DISPUTE CREDIT"
                       OR PostHDesc = "LOYALTY REDEMPTION"
                       OR PostHDesc = "REFERRAL REWARD"
                       OR PostHDesc = "DEPOSIT APPLIED"
                       OR PostHDesc = "DEPOSIT RELEASE"
                       OR PostHReversalLine
                       MOVE 'N' TO SortCashFlag
                   END-IF
               END-IF
               RELEASE SortEntry
               IF SortIsCash
                   PERFORM VARYING WSPriorIdx FROM 1 BY 1
                           UNTIL WSPriorIdx > WSPriorCount
                       IF PostHDate >= PrFromDate(WSPriorIdx)
                           AND PostHDate <= PrToDate(WSPriorIdx)
                           ADD PostHAmount TO PrActual(WSPriorIdx)
                       END-IF
                   END-PERFORM
               END-IF.

      *|==============================================================|
      *    ReplayHistory drains the sort a customer at a time,
      *    paying each debit off first in, first out, and at each
      *    customer break adds what the customer tells about the
      *    bands and, unless the customer is under a promise or
      *    plan, ages the balance.
      *|==============================================================|

           ReplayHistory.
               PERFORM UNTIL WSSortAtEOF
                   RETURN SortWorkFile
                       AT END SET WSSortAtEOF TO TRUE
                       NOT AT END
                           IF WSIsFirstRecord
                               OR SortIDNum NOT = WSCustIDNum
                               IF NOT WSIsFirstRecord
                                   PERFORM CloseCustomer
                               END-IF
                               PERFORM OpenCustomer
                           END-IF
                           EVALUATE TRUE
                               WHEN SortIsBalance
                                   MOVE SortAmount TO WSCustBalance
                               WHEN SortIsDebit
                                   PERFORM AddDebit
                               WHEN SortIsCredit
                                   PERFORM ApplyCredit
                           END-EVALUATE
                   END-RETURN
               END-PERFORM
               IF NOT WSIsFirstRecord
                   PERFORM CloseCustomer
               END-IF.

           OpenCustomer.
               MOVE 'N' TO WSFirstFlag
               MOVE SortIDNum TO WSCustIDNum
               MOVE ZERO TO WSCustBalance WSCustUnapplied
                   WSDebitCount.

      *    A credit left over from earlier pays the new debit at
      *    once, as an other-than-cash reduction in its first band.
           AddDebit.
               IF WSDebitCount >= WSDebitMax
                   ADD 1 TO WSDebitOverflow
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WSDebitCount
               MOVE WSDebitCount TO WSDebitIdx
               MOVE SortDate TO DtDate(WSDebitIdx)
               MOVE SortAmount TO DtAmount(WSDebitIdx)
                   DtOpen(WSDebitIdx)
               PERFORM VARYING WSBandIdx FROM 1 BY 1
                       UNTIL WSBandIdx > 5
                   MOVE ZERO TO DtReduced(WSDebitIdx, WSBandIdx)
                       DtCash(WSDebitIdx, WSBandIdx)
               END-PERFORM
               IF WSCustUnapplied > ZERO
                   IF WSCustUnapplied < DtOpen(WSDebitIdx)
                       MOVE WSCustUnapplied TO WSApplyAmt
                   ELSE
                       MOVE DtOpen(WSDebitIdx) TO WSApplyAmt
                   END-IF
                   SUBTRACT WSApplyAmt FROM DtOpen(WSDebitIdx)
                       WSCustUnapplied
                   ADD WSApplyAmt TO DtReduced(WSDebitIdx, 1)
               END-IF.

           ApplyCredit.
               MOVE SortAmount TO WSCreditLeft
               PERFORM VARYING WSDebitIdx FROM 1 BY 1
                       UNTIL WSDebitIdx > WSDebitCount
                           OR WSCreditLeft = ZERO
                   IF DtOpen(WSDebitIdx) > ZERO
                       PERFORM PayOneDebit
                   END-IF
               END-PERFORM
               ADD WSCreditLeft TO WSCustUnapplied.

           PayOneDebit.
               IF WSCreditLeft < DtOpen(WSDebitIdx)
                   MOVE WSCreditLeft TO WSApplyAmt
               ELSE
                   MOVE DtOpen(WSDebitIdx) TO WSApplyAmt
               END-IF
               SUBTRACT WSApplyAmt FROM DtOpen(WSDebitIdx)
                   WSCreditLeft
               MOVE 'D' TO WSDateCalcOp
               CALL 'DateCalc' USING WSDateCalcOp DtDate(WSDebitIdx)
                   SortDate WSDateCalcDays WSDateCalcResult
                   WSDateCalcDow WSDateCalcValid
               MOVE WSDateCalcDays TO WSAgeDays
               PERFORM FindBand
               ADD WSApplyAmt TO DtReduced(WSDebitIdx, WSBand)
               IF SortIsCash
                   ADD WSApplyAmt TO DtCash(WSDebitIdx, WSBand)
               END-IF.

      *    Band 1 is under 30 days, 2 under 60, 3 under 90, 4 under
      *    120; 5 is older.
           FindBand.
               IF WSAgeDays < ZERO
                   MOVE ZERO TO WSAgeDays
               END-IF
               IF WSAgeDays >= 120
                   MOVE 5 TO WSBand
               ELSE
                   COMPUTE WSBand = WSAgeDays / 30 + 1
               END-IF.

           CloseCustomer.
               PERFORM VARYING WSBandIdx FROM 1 BY 1
                       UNTIL WSBandIdx > 4
                   MOVE ZERO TO WSCustAged(WSBandIdx)
               END-PERFORM
               MOVE ZERO TO WSCustOpenSum
               MOVE 'D' TO WSDateCalcOp
               PERFORM VARYING WSDebitIdx FROM 1 BY 1
                       UNTIL WSDebitIdx > WSDebitCount
                   CALL 'DateCalc' USING WSDateCalcOp
                       DtDate(WSDebitIdx) WSRunDate WSDateCalcDays
                       WSDateCalcResult WSDateCalcDow
                       WSDateCalcValid
                   MOVE WSDateCalcDays TO WSAgeDays
                   PERFORM MeasureOneDebit
                   IF DtOpen(WSDebitIdx) > ZERO
                       PERFORM FindBand
                       IF WSBand > 4
                           MOVE 4 TO WSBand
                       END-IF
                       ADD DtOpen(WSDebitIdx) TO WSCustAged(WSBand)
                           WSCustOpenSum
                   END-IF
               END-PERFORM
               IF WSCustBalance NOT > ZERO
                   EXIT PARAGRAPH
               END-IF
               MOVE WSCustIDNum TO WSConIDNum
               PERFORM CheckContractual
               IF WSIsContractual
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WSAgedCustCount
               COMPUTE WSCustResidual = WSCustBalance - WSCustOpenSum
               IF WSCustResidual > ZERO
                   ADD WSCustResidual TO WSCustAged(4)
               END-IF
               PERFORM VARYING WSBandIdx FROM 4 BY -1
                       UNTIL WSBandIdx < 1 OR WSCustResidual >= ZERO
                   PERFORM TrimOneBand
               END-PERFORM
               PERFORM VARYING WSBandIdx FROM 1 BY 1
                       UNTIL WSBandIdx > 4
                   ADD WSCustAged(WSBandIdx) TO BdOpening(WSBandIdx)
               END-PERFORM.

      *    Open debits beyond the balance (postings the balance no
      *    longer reflects) come off the oldest band first.
           TrimOneBand.
               IF WSCustAged(WSBandIdx) + WSCustResidual < ZERO
                   ADD WSCustAged(WSBandIdx) TO WSCustResidual
                   MOVE ZERO TO WSCustAged(WSBandIdx)
               ELSE
                   ADD WSCustResidual TO WSCustAged(WSBandIdx)
                   MOVE ZERO TO WSCustResidual
               END-IF.

      *    A band counts toward the rates once the debit has been
      *    through the whole of it, and only when the debit entered
      *    it inside the six-month window. What entered is the
      *    debit less what the earlier bands took off it.
           MeasureOneDebit.
               MOVE ZERO TO WSBandExposed
               MOVE DtAmount(WSDebitIdx) TO WSBandExposed
               PERFORM VARYING WSBandIdx FROM 1 BY 1
                       UNTIL WSBandIdx > 4
                   COMPUTE WSBandFrom = WSAgeDays
                       - (WSBandIdx - 1) * 30
                   IF WSAgeDays >= WSBandIdx * 30
                       AND WSBandFrom <= 182
                       AND WSBandExposed > ZERO
                       ADD WSBandExposed TO BdExposure(WSBandIdx)
                       ADD DtCash(WSDebitIdx, WSBandIdx)
                           TO BdCash(WSBandIdx)
                       COMPUTE BdOther(WSBandIdx) =
                           BdOther(WSBandIdx)
                           + DtReduced(WSDebitIdx, WSBandIdx)
                           - DtCash(WSDebitIdx, WSBandIdx)
                   END-IF
                   SUBTRACT DtReduced(WSDebitIdx, WSBandIdx)
                       FROM WSBandExposed
               END-PERFORM.

      *|==============================================================|
      *    SetBandRates turns the six months' movement into thirty-
      *    day rates per band: paid in cash, taken off otherwise,
      *    and -- but for the last band, which has nowhere to go --
      *    rolled on to the next. A band with nothing measured
      *    collects nothing and rolls everything on.
      *|==============================================================|

           SetBandRates.
               PERFORM VARYING WSBandIdx FROM 1 BY 1
                       UNTIL WSBandIdx > 4
                   MOVE ZERO TO BdCashRate(WSBandIdx)
                       BdOtherRate(WSBandIdx)
                   IF BdExposure(WSBandIdx) > ZERO
                       COMPUTE BdCashRate(WSBandIdx) ROUNDED =
                           BdCash(WSBandIdx) / BdExposure(WSBandIdx)
                       COMPUTE BdOtherRate(WSBandIdx) ROUNDED =
                           BdOther(WSBandIdx)
                           / BdExposure(WSBandIdx)
                   END-IF
                   COMPUTE WSRateSum = BdCashRate(WSBandIdx)
                       + BdOtherRate(WSBandIdx)
                   IF WSBandIdx < 4 AND WSRateSum < 1
                       COMPUTE BdRollRate(WSBandIdx) = 1 - WSRateSum
                   ELSE
                       MOVE ZERO TO BdRollRate(WSBandIdx)
                   END-IF
                   MOVE BdOpening(WSBandIdx) TO BdBalance(WSBandIdx)
               END-PERFORM.

      *|==============================================================|
      *    RunBandsForward moves the aged balances a week at a time,
      *    seven-thirtieths of each thirty-day rate a week: the
      *    cash collected is the week's statistical forecast, the
      *    rest written down or rolled on to the next band.
      *|==============================================================|

           RunBandsForward.
               PERFORM VARYING WSWeekIdx FROM 1 BY 1
                       UNTIL WSWeekIdx > WSWeekMax
                   PERFORM VARYING WSBandIdx FROM 1 BY 1
                           UNTIL WSBandIdx > 4
                       COMPUTE BdCollect(WSBandIdx) ROUNDED =
                           BdBalance(WSBandIdx)
                           * BdCashRate(WSBandIdx) * WSWeekShare
                       COMPUTE BdRemove(WSBandIdx) ROUNDED =
                           BdBalance(WSBandIdx)
                           * BdOtherRate(WSBandIdx) * WSWeekShare
                       COMPUTE BdRollOut(WSBandIdx) ROUNDED =
                           BdBalance(WSBandIdx)
                           * BdRollRate(WSBandIdx) * WSWeekShare
                       ADD BdCollect(WSBandIdx)
                           TO WkStatistic(WSWeekIdx)
                   END-PERFORM
                   PERFORM VARYING WSBandIdx FROM 1 BY 1
                           UNTIL WSBandIdx > 4
                       PERFORM MoveOneBand
                   END-PERFORM
               END-PERFORM.

           MoveOneBand.
               IF BdCollect(WSBandIdx) + BdRemove(WSBandIdx)
                   + BdRollOut(WSBandIdx) > BdBalance(WSBandIdx)
                   MOVE ZERO TO BdBalance(WSBandIdx)
               ELSE
                   SUBTRACT BdCollect(WSBandIdx) BdRemove(WSBandIdx)
                       BdRollOut(WSBandIdx) FROM BdBalance(WSBandIdx)
               END-IF
               IF WSBandIdx > 1
                   COMPUTE WSPriorBand = WSBandIdx - 1
                   ADD BdRollOut(WSPriorBand) TO BdBalance(WSBandIdx)
               END-IF.

      *|==============================================================|
      *    PrintForecast writes the sources and their rates, the
      *    bands, the thirteen weeks, and forecast against actual.
      *|==============================================================|

           PrintForecast.
               OPEN OUTPUT FcstRptFile
               MOVE 'B' TO WSBnrFunction
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   WSBnrRequestor WSBnrCount WSBnrLine1 WSBnrLine2
               WRITE FcstRptLine FROM WSBnrLine1
               WRITE FcstRptLine FROM WSBnrLine2
               MOVE WSRunDate TO PrnHeadDate
               WRITE FcstRptLine FROM HeadLine1
                   AFTER ADVANCING 1 LINE
               WRITE FcstRptLine FROM RateHeadLine
                   AFTER ADVANCING 2 LINES
               MOVE "Promises" TO PrnSrcName
               MOVE WSPromOpenCount TO PrnSrcCount
               MOVE WSTotPromDue TO PrnSrcDue
               COMPUTE PrnSrcRate = WSPromRate * 100
               MOVE SPACES TO PrnSrcNote
               IF WSPromSettledAmt = ZERO
                   MOVE " (default)" TO PrnSrcNote
               END-IF
               WRITE FcstRptLine FROM SourceLine
                   AFTER ADVANCING 1 LINE
               MOVE "Plans" TO PrnSrcName
               MOVE WSPlanActiveCount TO PrnSrcCount
               MOVE WSTotPlanDue TO PrnSrcDue
               COMPUTE PrnSrcRate = WSPlanRate * 100
               MOVE SPACES TO PrnSrcNote
               IF WSPlanDoneCount + WSPlanCancelCount = ZERO
                   MOVE " (default)" TO PrnSrcNote
               END-IF
               WRITE FcstRptLine FROM SourceLine
                   AFTER ADVANCING 1 LINE
               WRITE FcstRptLine FROM BandHeadLine
                   AFTER ADVANCING 2 LINES
               PERFORM VARYING WSBandIdx FROM 1 BY 1
                       UNTIL WSBandIdx > 4
                   PERFORM PrintOneBand
               END-PERFORM
               WRITE FcstRptLine FROM WeekHeadLine
                   AFTER ADVANCING 2 LINES
               PERFORM VARYING WSWeekIdx FROM 1 BY 1
                       UNTIL WSWeekIdx > WSWeekMax
                   PERFORM PrintOneWeek
               END-PERFORM
               MOVE ZERO TO PrnWeek
               MOVE WSRunDate TO PrnFromDate
               MOVE WSHorizonEnd TO PrnToDate
               MOVE WSTotPromise TO PrnPromise
               MOVE WSTotPlan TO PrnPlan
               COMPUTE PrnContract = WSTotPromise + WSTotPlan
               MOVE WSTotStatistic TO PrnStatistic
               MOVE WSTotForecast TO PrnTotal
               WRITE FcstRptLine FROM WeekLine
                   AFTER ADVANCING 2 LINES
               PERFORM PrintPriorRun
               MOVE 'T' TO WSBnrFunction
               MOVE WSWeekMax TO WSBnrCount
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   WSBnrRequestor WSBnrCount WSBnrLine1 WSBnrLine2
               WRITE FcstRptLine FROM WSBnrLine1
               CLOSE FcstRptFile.

           PrintOneBand.
               EVALUATE WSBandIdx
                   WHEN 1 MOVE "Current" TO PrnBandName
                   WHEN 2 MOVE "30 days" TO PrnBandName
                   WHEN 3 MOVE "60 days" TO PrnBandName
                   WHEN 4 MOVE "90 & over" TO PrnBandName
               END-EVALUATE
               MOVE BdOpening(WSBandIdx) TO PrnBandBal
               COMPUTE PrnBandCash = BdCashRate(WSBandIdx) * 100
               COMPUTE PrnBandOther = BdOtherRate(WSBandIdx) * 100
               COMPUTE PrnBandRoll = BdRollRate(WSBandIdx) * 100
               WRITE FcstRptLine FROM BandLine
                   AFTER ADVANCING 1 LINE.

           PrintOneWeek.
               MOVE WSWeekIdx TO PrnWeek
               MOVE WkFromDate(WSWeekIdx) TO PrnFromDate
               MOVE WkToDate(WSWeekIdx) TO PrnToDate
               MOVE WkPromise(WSWeekIdx) TO PrnPromise
               MOVE WkPlan(WSWeekIdx) TO PrnPlan
               COMPUTE PrnContract =
                   WkPromise(WSWeekIdx) + WkPlan(WSWeekIdx)
               MOVE WkStatistic(WSWeekIdx) TO PrnStatistic
               COMPUTE PrnTotal = WkPromise(WSWeekIdx)
                   + WkPlan(WSWeekIdx) + WkStatistic(WSWeekIdx)
               ADD WkPromise(WSWeekIdx) TO WSTotPromise
               ADD WkPlan(WSWeekIdx) TO WSTotPlan
               ADD WkStatistic(WSWeekIdx) TO WSTotStatistic
               ADD WkPromise(WSWeekIdx) WkPlan(WSWeekIdx)
                   WkStatistic(WSWeekIdx) TO WSTotForecast
               WRITE FcstRptLine FROM WeekLine
                   AFTER ADVANCING 1 LINE.

           PrintPriorRun.
               IF WSPriorCount = ZERO
                   MOVE " No earlier forecast with a week since ended."
                       TO MessageLine
                   WRITE FcstRptLine FROM MessageLine
                       AFTER ADVANCING 2 LINES
                   EXIT PARAGRAPH
               END-IF
               MOVE WSPriorRunDate TO PrnPriorRun
               WRITE FcstRptLine FROM PriorHeadLine1
                   AFTER ADVANCING 2 LINES
               WRITE FcstRptLine FROM PriorHeadLine2
                   AFTER ADVANCING 1 LINE
               MOVE ZERO TO WSTotActual WSVariance
               PERFORM VARYING WSPriorIdx FROM 1 BY 1
                       UNTIL WSPriorIdx > WSPriorCount
                   MOVE PrWeek(WSPriorIdx) TO PrnPrWeek
                   MOVE PrFromDate(WSPriorIdx) TO PrnPrFrom
                   MOVE PrToDate(WSPriorIdx) TO PrnPrTo
                   MOVE PrForecast(WSPriorIdx) TO PrnPrForecast
                   MOVE PrActual(WSPriorIdx) TO PrnPrActual
                   COMPUTE PrnPrVariance =
                       PrActual(WSPriorIdx) - PrForecast(WSPriorIdx)
                   COMPUTE WSVariance = WSVariance
                       + PrActual(WSPriorIdx) - PrForecast(WSPriorIdx)
                   ADD PrActual(WSPriorIdx) TO WSTotActual
                   WRITE FcstRptLine FROM PriorLine
                       AFTER ADVANCING 1 LINE
               END-PERFORM
               MOVE ZERO TO PrnPrWeek
               MOVE PrFromDate(1) TO PrnPrFrom
               MOVE PrToDate(WSPriorCount) TO PrnPrTo
               COMPUTE PrnPrForecast = WSTotActual - WSVariance
               MOVE WSTotActual TO PrnPrActual
               MOVE WSVariance TO PrnPrVariance
               WRITE FcstRptLine FROM PriorLine
                   AFTER ADVANCING 2 LINES.

      *|==============================================================|
      *    SaveForecast appends this run's weeks to the forecast
      *    history, once per business date.
      *|==============================================================|

           SaveForecast.
               IF WSRunOnFile
                   DISPLAY "CashForecast: run of " WSRunDate
                       " already on the forecast history."
                   EXIT PARAGRAPH
               END-IF
               OPEN EXTEND ForecastFile
               IF WSFcstMissing
                   OPEN OUTPUT ForecastFile
               END-IF
               PERFORM VARYING WSWeekIdx FROM 1 BY 1
                       UNTIL WSWeekIdx > WSWeekMax
                   MOVE WSRunDate TO FcRunDate
                   MOVE WSWeekIdx TO FcWeek
                   MOVE WkFromDate(WSWeekIdx) TO FcFromDate
                   MOVE WkToDate(WSWeekIdx) TO FcToDate
                   MOVE WkPromise(WSWeekIdx) TO FcPromise
                   MOVE WkPlan(WSWeekIdx) TO FcPlan
                   MOVE WkStatistic(WSWeekIdx) TO FcStatistic
                   WRITE ForecastRecord
               END-PERFORM
               CLOSE ForecastFile.

           WriteRunLogRecord.
               CALL 'RunLog' USING WSLogStepName WSLogEvent
                   WSLogRecords WSLogRejects WSLogRC
                   WSLogCapacity.

      *|==============================================================|
