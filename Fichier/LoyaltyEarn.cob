      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoyaltyEarn.

      *|==============================================================|
      *    LoyaltyEarn is the nightly loyalty-points step: it runs
      *    after PostTrans and DueCheck, and keeps the points ledger
      *    (CUSTLOYALTY, default LoyaltyLedger.dat, LoyRec.cpy
      *    layout) and the running balances beside it (CUSTLOYBAL,
      *    default LoyaltyBal.dat, LoyBal.cpy layout) in step.
      *
      *    Earning: every credit the posting history shows dated
      *    tonight earns points at the customer's tier rate off the
      *    rate file (CUSTLOYRATE, default LoyaltyRates.dat,
      *    LoyRate.cpy layout), the tier from the latest run on the
      *    rating history, DEFAULT for a customer not yet rated. A
      *    write-off, a dispute credit, a redemption's own
      *    statement credit, a referral reward, or a security
      *    deposit applied or released to the balance is not a
      *    payment and earns nothing, and
      *    a customer whose last statement minimum was missed
      *    (PastDue) earns nothing until paid up -- the points
      *    reward paying on time. A returned payment (a reversal
      *    debit) takes back what it earned, as far as the customer
      *    still holds points. Earning is done once a business
      *    date: a rerun finds tonight's lines already on the
      *    ledger and passes over them.
      *
      *    Bonus: each reply accepted onto the campaign results
      *    (CUSTCAMPRES, default CampResults.dat) for a campaign
      *    with a bonus line earns its bonus once per customer.
      *
      *    Expiry: on the month's last cycle, points earned in
      *    months older than the expiry age (CUSTLOYEXPMO, default
      *    24 months) expire as far as redemptions, earlier
      *    expiries, and clawbacks have not already used them --
      *    first in, first out.
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT LedgerFile ASSIGN TO WSLedgerFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSLedgerStatus.

               SELECT LoyBalFile ASSIGN TO WSLoyBalFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS LBIDNum
                   FILE STATUS IS WSLoyBalStatus.

               SELECT RateFile ASSIGN TO WSRateFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSRateFileStatus.

               SELECT RatingHistFile ASSIGN TO WSRatHistFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSRatHistStatus.

               SELECT HistoryFile ASSIGN TO WSHistFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS PostHKey
                   FILE STATUS IS WSHistFileStatus.

               SELECT ResultFile ASSIGN TO WSResultFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSResultStatus.

      *|==============================================================|

       DATA DIVISION.

           FILE SECTION.

               FD LedgerFile.
                   COPY "LoyRec.cpy".

               FD LoyBalFile.
                   COPY "LoyBal.cpy".

               FD RateFile.
                   COPY "LoyRate.cpy".

               FD RatingHistFile.
                   COPY "RatHist.cpy".

               FD HistoryFile.
                   COPY "PostRec.cpy".
                   COPY "PostHKey.cpy".

               FD ResultFile.
                   1 ResultRecord.
                       2 ResCampCode PIC X(8).
                       2 ResIDNum PIC 9(7).
                       2 ResCode PIC X(2).
                       2 ResDate PIC 9(8).

           WORKING-STORAGE SECTION.

               1 WSLedgerFileName PIC X(100).
               1 WSLoyBalFileName PIC X(100).
               1 WSRateFileName PIC X(100).
               1 WSRatHistFileName PIC X(100).
               1 WSHistFileName PIC X(100).
               1 WSResultFileName PIC X(100).

               1 WSLedgerStatus PIC X(2).
                   88 WSLedgerOK VALUE '00'.
                   88 WSLedgerMissing VALUE '35'.

               1 WSLoyBalStatus PIC X(2).
                   88 WSLoyBalOK VALUE '00'.

               1 WSRateFileStatus PIC X(2).
                   88 WSRateFileOK VALUE '00'.

               1 WSRatHistStatus PIC X(2).
                   88 WSRatHistOK VALUE '00'.

               1 WSHistFileStatus PIC X(2).
                   88 WSHistFileOK VALUE '00'.

               1 WSResultStatus PIC X(2).
                   88 WSResultOK VALUE '00'.

               1 WSEOF PIC X(1).
                   88 WSAtEOF VALUE 'Y'.

               1 WSBizDateParm PIC X(8).

               1 WSRunDate PIC 9(8).

               1 WSOperator PIC X(8) VALUE "LOYEARN".

      *    Expiry age in months, and the last month whose earnings
      *    are past it.
               1 WSExpiryParm PIC X(3).
               1 WSExpiryMonths PIC 9(3) VALUE 24.
               1 WSCutoffMonth PIC 9(6).
               1 WSCutoffParts REDEFINES WSCutoffMonth.
                   2 WSCutoffYear PIC 9(4).
                   2 WSCutoffMo PIC 9(2).
               1 WSMonthIndex PIC 9(7).

      *    Month-end test work area, the same DateCalc add-one-day
      *    test FeeAssess falls back on.
               1 WSDateCalcOp PIC X(1).
               1 WSDateCalcDate2 PIC 9(8).
               1 WSDateCalcDays PIC S9(7).
               1 WSDateCalcResult PIC 9(8).
               1 WSDateCalcDow PIC 9(1).
               1 WSDateCalcValid PIC X(1).

               1 WSMonthEndFlag PIC X(1) VALUE 'N'.
                   88 WSIsMonthEnd VALUE 'Y'.

               1 WSMonthEndParm PIC X(1).

      *    The rate file: tier earning rates and campaign bonuses.
               1 WSTierRateCount PIC 9(2) VALUE ZERO.
               1 TierRateTable.
                   2 TierRateEntry OCCURS 20 TIMES.
                       3 TrTier PIC X(8).
                       3 TrPointsPer PIC 9(3)V99.
               1 WSTierRateIdx PIC 9(2).

               1 WSCampBonusCount PIC 9(2) VALUE ZERO.
               1 CampBonusTable.
                   2 CampBonusEntry OCCURS 50 TIMES.
                       3 CbCampCode PIC X(8).
                       3 CbBonus PIC 9(5).
               1 WSCampBonusIdx PIC 9(2).

               1 WSRateLines PIC 9(5) VALUE ZERO.

      *    Latest rating run per customer, the same two-pass fold
      *    FeeAssess applies for its rate lines.
               1 WSLatestDate PIC 9(8) VALUE ZERO.
               1 WSTierCount PIC 9(5) VALUE ZERO.
               1 TierTable.
                   2 TierEntry OCCURS 1 TO 5000 TIMES
                       DEPENDING ON WSTierCount
                       INDEXED BY TierIdx.
                       3 TierIDNum PIC 9(7).
                       3 TierLabel PIC X(8).
               1 WSCustTier PIC X(8).
               1 WSPointsPer PIC 9(3)V99.
               1 WSRateFoundFlag PIC X(1).
                   88 WSRateFound VALUE 'Y'.

      *    Campaign bonuses already on the ledger, so each is paid
      *    once per customer.
               1 WSAwardMax PIC 9(4) VALUE 5000.
               1 WSAwardCount PIC 9(4) VALUE ZERO.
               1 AwardTable.
                   2 AwardEntry OCCURS 5000 TIMES.
                       3 AwCampCode PIC X(8).
                       3 AwIDNum PIC 9(7).
               1 WSAwardIdx PIC 9(4).
               1 WSAwardFlag PIC X(1).
                   88 WSAlreadyAwarded VALUE 'Y'.
               1 WSAwardFullFlag PIC X(1) VALUE 'N'.
                   88 WSAwardTableFull VALUE 'Y'.

               1 WSEarnDoneFlag PIC X(1) VALUE 'N'.
                   88 WSEarnDone VALUE 'Y'.

      *    Missed-payment verdict from the shared PastDue
      *    subprogram.
               1 WSPastAnswer PIC X(1).
                   88 WSPastMissed VALUE 'M'.
               1 WSPastMissCount PIC 9(3).
               1 WSPastFirstMiss PIC 9(8).
               1 WSPastLastMiss PIC 9(8).
               1 WSPastDueAmt PIC 9(7)V99.
               1 WSPastLateBase PIC 9(7)V99.

      *    The movement being written: customer, type, points, and
      *    the money and campaign it turned on.
               1 WSMoveIDNum PIC 9(7).
               1 WSMoveType PIC X(1).
               1 WSMovePoints PIC 9(7).
               1 WSMoveAmount PIC 9(7)V99.
               1 WSMoveCampCode PIC X(8).

               1 WSBalNewFlag PIC X(1).
                   88 WSBalIsNew VALUE 'Y'.

               1 WSExpirePoints PIC 9(9).

               1 WSEarnCount PIC 9(7) VALUE ZERO.
               1 WSEarnPoints PIC 9(9) VALUE ZERO.
               1 WSSkipCount PIC 9(7) VALUE ZERO.
               1 WSClawCount PIC 9(7) VALUE ZERO.
               1 WSClawPoints PIC 9(9) VALUE ZERO.
               1 WSBonusCount PIC 9(7) VALUE ZERO.
               1 WSBonusPoints PIC 9(9) VALUE ZERO.
               1 WSExpireCount PIC 9(7) VALUE ZERO.
               1 WSExpireTotal PIC 9(9) VALUE ZERO.

      *    Run-log work area handed to the shared RunLog subprogram.
               1 WSLogStepName PIC X(20) VALUE "LoyaltyEarn".
               1 WSLogEvent PIC X(1).
               1 WSLogRecords PIC 9(7) VALUE ZERO.
               1 WSLogRejects PIC 9(7) VALUE ZERO.
               1 WSLogRC PIC 9(4) VALUE ZERO.
               1 WSLogCapacity PIC 9(5) VALUE ZERO.

      *|==============================================================|

       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSLedgerFileName FROM ENVIRONMENT "CUSTLOYALTY"
                   ON EXCEPTION
                       MOVE "LoyaltyLedger.dat" TO WSLedgerFileName
               END-ACCEPT
               ACCEPT WSLoyBalFileName FROM ENVIRONMENT "CUSTLOYBAL"
                   ON EXCEPTION
                       MOVE "LoyaltyBal.dat" TO WSLoyBalFileName
               END-ACCEPT
               ACCEPT WSRateFileName FROM ENVIRONMENT "CUSTLOYRATE"
                   ON EXCEPTION
                       MOVE "LoyaltyRates.dat" TO WSRateFileName
               END-ACCEPT
               ACCEPT WSRatHistFileName FROM ENVIRONMENT "CUSTRATHIST"
                   ON EXCEPTION
                       MOVE "RatingHist.dat" TO WSRatHistFileName
               END-ACCEPT
               ACCEPT WSHistFileName FROM ENVIRONMENT "CUSTPOSTH"
                   ON EXCEPTION
                       MOVE "PostHist.dat" TO WSHistFileName
               END-ACCEPT
               ACCEPT WSResultFileName FROM ENVIRONMENT "CUSTCAMPRES"
                   ON EXCEPTION
                       MOVE "CampResults.dat" TO WSResultFileName
               END-ACCEPT
               ACCEPT WSExpiryParm FROM ENVIRONMENT "CUSTLOYEXPMO"
                   ON EXCEPTION
                       MOVE SPACES TO WSExpiryParm
               END-ACCEPT
               IF WSExpiryParm NOT = SPACES
                   MOVE FUNCTION NUMVAL(WSExpiryParm)
                       TO WSExpiryMonths
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
               PERFORM LoadRateTable
               IF WSRateLines = ZERO
                   DISPLAY "LoyaltyEarn: no rate file on "
                       WSRateFileName "; no points earned."
                   MOVE 'E' TO WSLogEvent
                   PERFORM WriteRunLogRecord
                   GOBACK
               END-IF
               PERFORM LoadTierTable
               PERFORM CheckMonthEnd
               PERFORM SetExpiryCutoff
               OPEN I-O LoyBalFile
               IF NOT WSLoyBalOK
                   OPEN OUTPUT LoyBalFile
                   CLOSE LoyBalFile
                   OPEN I-O LoyBalFile
               END-IF
               PERFORM ScanLedger
               OPEN EXTEND LedgerFile
               IF WSLedgerMissing
                   OPEN OUTPUT LedgerFile
               END-IF
               IF WSEarnDone
                   DISPLAY "LoyaltyEarn: points for " WSRunDate
                       " already on the ledger; earning passed over."
               ELSE
                   PERFORM EarnFromHistory
               END-IF
               PERFORM AwardCampaignBonuses
               IF WSIsMonthEnd
                   PERFORM ExpireAgedPoints
               END-IF
               CLOSE LedgerFile, LoyBalFile
               DISPLAY "Points earned   : " WSEarnPoints
                   " on " WSEarnCount " credits"
               DISPLAY "Past due, none  : " WSSkipCount
               DISPLAY "Clawed back     : " WSClawPoints
                   " on " WSClawCount " returns"
               DISPLAY "Campaign bonus  : " WSBonusPoints
                   " to " WSBonusCount " replies"
               DISPLAY "Points expired  : " WSExpireTotal
                   " for " WSExpireCount " customers"
               MOVE 'E' TO WSLogEvent
               COMPUTE WSLogRecords = WSEarnCount + WSBonusCount
                   + WSClawCount + WSExpireCount
               MOVE WSSkipCount TO WSLogRejects
               MOVE WSAwardMax TO WSLogCapacity
               PERFORM WriteRunLogRecord
               GOBACK.

           LoadRateTable.
               MOVE 'N' TO WSEOF
               OPEN INPUT RateFile
               IF NOT WSRateFileOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ RateFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           ADD 1 TO WSRateLines
                           PERFORM TableOneRate
                   END-READ
               END-PERFORM
               CLOSE RateFile.

           TableOneRate.
               EVALUATE TRUE
                   WHEN LRTierRate
                       IF WSTierRateCount < 20
                           ADD 1 TO WSTierRateCount
                           MOVE LRKey TO TrTier(WSTierRateCount)
                           MOVE LRPointsPer
                               TO TrPointsPer(WSTierRateCount)
                       END-IF
                   WHEN LRCampBonus
                       IF WSCampBonusCount < 50
                           ADD 1 TO WSCampBonusCount
                           MOVE LRKey
                               TO CbCampCode(WSCampBonusCount)
                           MOVE LRBonus TO CbBonus(WSCampBonusCount)
                       END-IF
               END-EVALUATE.

      *|==============================================================|
      *    LoadTierTable folds the rating history down to the latest
      *    run's tier per customer, the same two-pass fold FeeAssess
      *    applies for its rate lines.
      *|==============================================================|

           LoadTierTable.
               MOVE 'N' TO WSEOF
               OPEN INPUT RatingHistFile
               IF NOT WSRatHistOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ RatingHistFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF RHRunDate > WSLatestDate
                               MOVE RHRunDate TO WSLatestDate
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RatingHistFile
               MOVE 'N' TO WSEOF
               OPEN INPUT RatingHistFile
               PERFORM UNTIL WSAtEOF
                   READ RatingHistFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF RHRunDate = WSLatestDate
                               AND WSTierCount < 5000
                               ADD 1 TO WSTierCount
                               MOVE RHIDNum
                                   TO TierIDNum(WSTierCount)
                               MOVE RHTier
                                   TO TierLabel(WSTierCount)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RatingHistFile.

      *|==============================================================|
      *    CheckMonthEnd takes the nightly chain's calendar-aware
      *    verdict from CUSTMONTHEND when the chain is driving; run
      *    standalone, it falls back to the plain add-one-day test.
      *|==============================================================|

           CheckMonthEnd.
               ACCEPT WSMonthEndParm FROM ENVIRONMENT "CUSTMONTHEND"
                   ON EXCEPTION
                       MOVE SPACE TO WSMonthEndParm
               END-ACCEPT
               EVALUATE WSMonthEndParm
                   WHEN 'Y'
                       SET WSIsMonthEnd TO TRUE
                       EXIT PARAGRAPH
                   WHEN 'N'
                       EXIT PARAGRAPH
               END-EVALUATE
               MOVE 'A' TO WSDateCalcOp
               MOVE 1 TO WSDateCalcDays
               CALL 'DateCalc' USING WSDateCalcOp WSRunDate
                   WSDateCalcDate2 WSDateCalcDays WSDateCalcResult
                   WSDateCalcDow WSDateCalcValid
               IF WSDateCalcValid = 'Y'
                   AND WSDateCalcResult(5:2) NOT = WSRunDate(5:2)
                   SET WSIsMonthEnd TO TRUE
               END-IF.

      *|==============================================================|
      *    SetExpiryCutoff counts back the expiry age from the run
      *    month: with the default 24, a run in June 2026 expires
      *    what was earned up to and including June 2024.
      *|==============================================================|

           SetExpiryCutoff.
               COMPUTE WSMonthIndex =
                   FUNCTION NUMVAL(WSRunDate(1:4)) * 12
                   + FUNCTION NUMVAL(WSRunDate(5:2)) - 1
                   - WSExpiryMonths
               DIVIDE WSMonthIndex BY 12 GIVING WSCutoffYear
                   REMAINDER WSCutoffMo
               ADD 1 TO WSCutoffMo.

      *|==============================================================|
      *    ScanLedger reads the ledger once before anything is
      *    added to it: tonight's earning already there means a
      *    rerun, each bonus already paid goes in the award table,
      *    and at month end each point earned in a month that has
      *    just passed the expiry age is aged onto its balance.
      *|==============================================================|

           ScanLedger.
               MOVE 'N' TO WSEOF
               OPEN INPUT LedgerFile
               IF NOT WSLedgerOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ LedgerFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           PERFORM NoteOneLedgerLine
                   END-READ
               END-PERFORM
               CLOSE LedgerFile.

           NoteOneLedgerLine.
               IF LoyDate = WSRunDate AND LoyOperator = WSOperator
                   AND (LoyEarned OR LoyClawback)
                   SET WSEarnDone TO TRUE
               END-IF
               IF LoyBonus
                   IF WSAwardCount < WSAwardMax
                       ADD 1 TO WSAwardCount
                       MOVE LoyCampCode TO AwCampCode(WSAwardCount)
                       MOVE LoyIDNum TO AwIDNum(WSAwardCount)
                   ELSE
                       SET WSAwardTableFull TO TRUE
                   END-IF
               END-IF
               IF WSIsMonthEnd AND LoyAddsPoints
                   AND LoyDate(1:6) <= WSCutoffMonth
                   MOVE LoyIDNum TO LBIDNum
                   READ LoyBalFile
                       INVALID KEY
                           EXIT PARAGRAPH
                   END-READ
                   IF LoyDate(1:6) > LBAgedThru
                       ADD LoyPoints TO LBAgedEarned
                       REWRITE LoyaltyBalRecord
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                   END-IF
               END-IF.

      *|==============================================================|
      *    EarnFromHistory walks tonight's postings on the history.
      *    A payment earns at the tier rate; a returned payment
      *    takes back what that rate would have earned.
      *|==============================================================|

           EarnFromHistory.
               MOVE 'N' TO WSEOF
               OPEN INPUT HistoryFile
               IF NOT WSHistFileOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ HistoryFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF PostHDate = WSRunDate
                               PERFORM EarnOneHistoryLine
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HistoryFile.

           EarnOneHistoryLine.
               IF PostHDesc = "WRITE-OFF"
                   OR PostHDesc = "DISPUTE CREDIT"
                   OR PostHDesc = "LOYALTY REDEMPTION"
                   OR PostHDesc = "REFERRAL REWARD"
                   OR PostHDesc = "DEPOSIT APPLIED"
                   OR PostHDesc = "DEPOSIT RELEASE"
                   EXIT PARAGRAPH
               END-IF
               IF PostHCredit AND PostHReversalLine
                   EXIT PARAGRAPH
               END-IF
               IF PostHDebit AND NOT PostHReversalLine
                   EXIT PARAGRAPH
               END-IF
               MOVE PostHIDNum TO WSMoveIDNum
               PERFORM FindEarningRate
               IF NOT WSRateFound OR WSPointsPer = ZERO
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WSMovePoints = PostHAmount * WSPointsPer
               IF WSMovePoints = ZERO
                   EXIT PARAGRAPH
               END-IF
               MOVE PostHAmount TO WSMoveAmount
               MOVE SPACES TO WSMoveCampCode
               IF PostHCredit
                   CALL 'PastDue' USING WSMoveIDNum WSPastAnswer
                       WSPastMissCount WSPastFirstMiss
                       WSPastLastMiss WSPastDueAmt WSPastLateBase
                   IF WSPastMissed
                       ADD 1 TO WSSkipCount
                       EXIT PARAGRAPH
                   END-IF
                   MOVE 'E' TO WSMoveType
                   PERFORM RecordMovement
                   ADD 1 TO WSEarnCount
                   ADD WSMovePoints TO WSEarnPoints
               ELSE
                   MOVE 'C' TO WSMoveType
                   PERFORM RecordMovement
                   IF WSMovePoints > ZERO
                       ADD 1 TO WSClawCount
                       ADD WSMovePoints TO WSClawPoints
                   END-IF
               END-IF.

      *|==============================================================|
      *    FindEarningRate answers the rate for the customer's
      *    tier; an unrated customer, or a tier with no line of its
      *    own, earns at the DEFAULT line when one is on file.
      *|==============================================================|

           FindEarningRate.
               MOVE SPACES TO WSCustTier
               IF WSTierCount > ZERO
                   SET TierIdx TO 1
                   SEARCH TierEntry
                       AT END CONTINUE
                       WHEN TierIDNum(TierIdx) = WSMoveIDNum
                           MOVE TierLabel(TierIdx) TO WSCustTier
                   END-SEARCH
               END-IF
               IF WSCustTier = SPACES
                   MOVE "DEFAULT" TO WSCustTier
               END-IF
               MOVE 'N' TO WSRateFoundFlag
               PERFORM SearchTierRates
               IF NOT WSRateFound AND WSCustTier NOT = "DEFAULT"
                   MOVE "DEFAULT" TO WSCustTier
                   PERFORM SearchTierRates
               END-IF.

           SearchTierRates.
               PERFORM VARYING WSTierRateIdx FROM 1 BY 1
                   UNTIL WSTierRateIdx > WSTierRateCount
                       OR WSRateFound
                   IF TrTier(WSTierRateIdx) = WSCustTier
                       MOVE 'Y' TO WSRateFoundFlag
                       MOVE TrPointsPer(WSTierRateIdx) TO WSPointsPer
                   END-IF
               END-PERFORM.

      *|==============================================================|
      *    AwardCampaignBonuses pays each accepted reply to a bonus
      *    campaign its bonus, once per customer per campaign.
      *|==============================================================|

           AwardCampaignBonuses.
               IF WSCampBonusCount = ZERO
                   EXIT PARAGRAPH
               END-IF
               IF WSAwardTableFull
                   DISPLAY "LoyaltyEarn: more than " WSAwardMax
                       " bonuses on the ledger; no bonuses paid "
                       "this run."
                   EXIT PARAGRAPH
               END-IF
               MOVE 'N' TO WSEOF
               OPEN INPUT ResultFile
               IF NOT WSResultOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ ResultFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           PERFORM AwardOneReply
                   END-READ
               END-PERFORM
               CLOSE ResultFile.

           AwardOneReply.
               MOVE ZERO TO WSMovePoints
               PERFORM VARYING WSCampBonusIdx FROM 1 BY 1
                   UNTIL WSCampBonusIdx > WSCampBonusCount
                   IF CbCampCode(WSCampBonusIdx) = ResCampCode
                       MOVE CbBonus(WSCampBonusIdx) TO WSMovePoints
                   END-IF
               END-PERFORM
               IF WSMovePoints = ZERO
                   EXIT PARAGRAPH
               END-IF
               MOVE 'N' TO WSAwardFlag
               PERFORM VARYING WSAwardIdx FROM 1 BY 1
                   UNTIL WSAwardIdx > WSAwardCount
                       OR WSAlreadyAwarded
                   IF AwCampCode(WSAwardIdx) = ResCampCode
                       AND AwIDNum(WSAwardIdx) = ResIDNum
                       SET WSAlreadyAwarded TO TRUE
                   END-IF
               END-PERFORM
               IF WSAlreadyAwarded
                   EXIT PARAGRAPH
               END-IF
               IF WSAwardCount >= WSAwardMax
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WSAwardCount
               MOVE ResCampCode TO AwCampCode(WSAwardCount)
               MOVE ResIDNum TO AwIDNum(WSAwardCount)
               MOVE ResIDNum TO WSMoveIDNum
               MOVE 'B' TO WSMoveType
               MOVE ZERO TO WSMoveAmount
               MOVE ResCampCode TO WSMoveCampCode
               PERFORM RecordMovement
               ADD 1 TO WSBonusCount
               ADD WSMovePoints TO WSBonusPoints.

      *|==============================================================|
      *    ExpireAgedPoints sweeps the balances at month end: what
      *    has aged past the expiry age and is not yet used expires,
      *    and every balance is marked aged through the cutoff.
      *|==============================================================|

           ExpireAgedPoints.
               MOVE ZERO TO LBIDNum
               START LoyBalFile KEY IS NOT LESS THAN LBIDNum
                   INVALID KEY
                       EXIT PARAGRAPH
               END-START
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSAtEOF
                   READ LoyBalFile NEXT RECORD
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           PERFORM ExpireOneBalance
                   END-READ
               END-PERFORM.

           ExpireOneBalance.
               IF LBAgedThru < WSCutoffMonth
                   MOVE WSCutoffMonth TO LBAgedThru
               END-IF
               MOVE ZERO TO WSExpirePoints
               IF LBAgedEarned > LBUsed
                   COMPUTE WSExpirePoints = LBAgedEarned - LBUsed
               END-IF
               IF WSExpirePoints > LBPoints
                   MOVE LBPoints TO WSExpirePoints
               END-IF
               IF WSExpirePoints > ZERO
                   MOVE LBIDNum TO LoyIDNum
                   MOVE WSRunDate TO LoyDate
                   MOVE 'X' TO LoyType
                   MOVE WSExpirePoints TO LoyPoints
                   MOVE SPACES TO LoyCampCode
                   MOVE ZERO TO LoyAmount
                   MOVE WSOperator TO LoyOperator
                   WRITE LoyaltyRecord
                   SUBTRACT WSExpirePoints FROM LBPoints
                   ADD WSExpirePoints TO LBExpiredPts LBUsed
                   MOVE WSRunDate TO LBLastDate
                   ADD 1 TO WSExpireCount
                   ADD WSExpirePoints TO WSExpireTotal
               END-IF
               REWRITE LoyaltyBalRecord
                   INVALID KEY
                       CONTINUE
               END-REWRITE.

      *|==============================================================|
      *    RecordMovement writes one ledger line and moves the
      *    customer's balance with it, opening the balance on a
      *    customer's first points. A clawback takes back no more
      *    than the customer still holds.
      *|==============================================================|

           RecordMovement.
               MOVE 'N' TO WSBalNewFlag
               MOVE WSMoveIDNum TO LBIDNum
               READ LoyBalFile
                   INVALID KEY
                       SET WSBalIsNew TO TRUE
               END-READ
               IF WSBalIsNew
                   MOVE WSMoveIDNum TO LBIDNum
                   MOVE ZERO TO LBPoints LBEarned LBRedeemed
                       LBExpiredPts LBClawed LBUsed LBAgedEarned
                       LBAgedThru LBLastDate
               END-IF
               IF WSMoveType = 'C'
                   IF WSMovePoints > LBPoints
                       MOVE LBPoints TO WSMovePoints
                   END-IF
                   IF WSMovePoints = ZERO
                       EXIT PARAGRAPH
                   END-IF
                   SUBTRACT WSMovePoints FROM LBPoints
                   ADD WSMovePoints TO LBClawed LBUsed
               ELSE
                   ADD WSMovePoints TO LBPoints LBEarned
               END-IF
               MOVE WSRunDate TO LBLastDate
               MOVE WSRunDate TO LoyDate
               MOVE WSMoveIDNum TO LoyIDNum
               MOVE WSMoveType TO LoyType
               MOVE WSMovePoints TO LoyPoints
               MOVE WSMoveCampCode TO LoyCampCode
               MOVE WSMoveAmount TO LoyAmount
               MOVE WSOperator TO LoyOperator
               WRITE LoyaltyRecord
               IF WSBalIsNew
                   WRITE LoyaltyBalRecord
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               ELSE
                   REWRITE LoyaltyBalRecord
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               END-IF.

           WriteRunLogRecord.
               CALL 'RunLog' USING WSLogStepName WSLogEvent
                   WSLogRecords WSLogRejects WSLogRC
                   WSLogCapacity.

      *|==============================================================|
