      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CustProfit.

      *|==============================================================|
      *    CustProfit is the quarterly profitability report: which
      *    customers, and which rating tiers, territories and record
      *    types, actually make money once what they earned us is
      *    set against what they cost. Per customer, for the
      *    quarter:
      *        fees      - the fee debits on the posting history
      *                    (CUSTPOSTH): the fee part of a split
      *                    line, else MONTHLY SERVICE FEE and NSF
      *                    FEE lines whole
      *        interest  - the interest part, else LATE INTEREST
      *        write-off - the write-offs on CUSTWOFF
      *        refunds   - the refunds approved off the refund
      *                    queue (CUSTREFQ), by decision date
      *        mailing   - each campaign piece mailed in the quarter
      *                    (CUSTCAMPHIST), priced at the campaign's
      *                    spend on CUSTCAMPCOST over every piece it
      *                    ever mailed, as ResponseReport prices it
      *    and the contribution, fees plus interest less the rest. A
      *    reversal backs its fee or interest out again.
      *
      *    The contributions roll up by rating tier (the customer's
      *    latest line on CUSTRATHIST), by territory (CUSTTERR,
      *    named off CUSTTERRDEF; none is UNAS) and by record type
      *    off the master (CUSTMSTR), and the report closes with
      *    the twenty least profitable accounts. Only customers
      *    with something on one side or the other in the quarter
      *    are counted.
      *
      *    The sources are brought together a customer at a time
      *    through a sort, the input/output procedure shape
      *    CaseAging uses. The quarter is the calendar quarter
      *    holding the business date, from its first day to the
      *    business date, unless CUSTPROFFROM / CUSTPROFTO
      *    (yyyymmdd) give the period, as OperRecert takes its
      *    period. NightlyBatch runs it on the last cycle of each
      *    quarter. Output to CUSTPROFRPT (default CustProfit.rpt)
      *    inside the RptBanner frame, registered in the report
      *    catalog.
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT HistoryFile ASSIGN TO WSHistFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS PostHKey
                   FILE STATUS IS WSHistFileStatus.

               SELECT WoffFile ASSIGN TO WSWoffFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSWoffStatus.

               SELECT RefundQueue ASSIGN TO WSQueueFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSQueueStatus.

               SELECT CampHistFile ASSIGN TO WSCampHistName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSCampHistStatus.

               SELECT CostFile ASSIGN TO WSCostFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CCostCampCode
                   FILE STATUS IS WSCostFileStatus.

               SELECT RatingHistFile ASSIGN TO WSRatHistFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSRatHistStatus.

               SELECT AssignFile ASSIGN TO WSAssignFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSAssignStatus.

               SELECT TerrDefFile ASSIGN TO WSTerrDefFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSTerrDefStatus.

               SELECT CustomerFile ASSIGN TO WSCustFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS IDNum
                   ALTERNATE RECORD KEY IS LastName
                       WITH DUPLICATES
                   FILE STATUS IS WSFileStatus.

               SELECT SortWorkFile ASSIGN TO "CustProfit.wrk".

               SELECT ProfitRpt ASSIGN TO WSReportFileName
                   ORGANIZATION IS LINE SEQUENTIAL.

      *|==============================================================|

       DATA DIVISION.

           FILE SECTION.

               FD HistoryFile.
                   COPY "PostRec.cpy".
                   COPY "PostHKey.cpy".

               FD WoffFile.
                   COPY "WoffRec.cpy".

               FD RefundQueue.
                   COPY "RefdRec.cpy".

               FD CampHistFile.
                   COPY "CampRec.cpy".

               FD CostFile.
                   COPY "CostRec.cpy".

               FD RatingHistFile.
                   COPY "RatHist.cpy".

               FD AssignFile.
                   1 TerritoryAsgRecord.
                       2 TAsgIDNum PIC 9(7).
                       2 TAsgCode PIC X(4).
                       2 TAsgDate PIC 9(8).

               FD TerrDefFile.
                   COPY "TerrRec.cpy".

               FD CustomerFile.
                   COPY "CustRec.cpy".

      *    One entry per figure; the rating lines sort by run date
      *    so the latest is the one left standing.
               SD SortWorkFile.
                   1 SortEntry.
                       2 SortIDNum PIC 9(7).
                       2 SortKind PIC X(1).
                           88 SortIsTerritory VALUE 'A'.
                           88 SortIsRating VALUE 'R'.
                           88 SortIsFee VALUE 'F'.
                           88 SortIsInterest VALUE 'I'.
                           88 SortIsWriteOff VALUE 'W'.
                           88 SortIsRefund VALUE 'D'.
                           88 SortIsMailing VALUE 'M'.
                       2 SortDate PIC 9(8).
                       2 SortAmount PIC S9(9)V99.
                       2 SortText PIC X(8).

               FD ProfitRpt.
                   1 ProfitLine PIC X(132).

           WORKING-STORAGE SECTION.

               1 WSHistFileName PIC X(100).
               1 WSWoffFileName PIC X(100).
               1 WSQueueFileName PIC X(100).
               1 WSCampHistName PIC X(100).
               1 WSCostFileName PIC X(100).
               1 WSRatHistFileName PIC X(100).
               1 WSAssignFileName PIC X(100).
               1 WSTerrDefFileName PIC X(100).
               1 WSCustFileName PIC X(100).
               1 WSReportFileName PIC X(100).

               1 WSHistFileStatus PIC X(2).
                   88 WSHistFileOK VALUE '00'.
               1 WSWoffStatus PIC X(2).
                   88 WSWoffOK VALUE '00'.
               1 WSQueueStatus PIC X(2).
                   88 WSQueueOK VALUE '00'.
               1 WSCampHistStatus PIC X(2).
                   88 WSCampHistOK VALUE '00'.
               1 WSCostFileStatus PIC X(2).
                   88 WSCostFileOK VALUE '00'.
               1 WSRatHistStatus PIC X(2).
                   88 WSRatHistOK VALUE '00'.
               1 WSAssignStatus PIC X(2).
                   88 WSAssignOK VALUE '00'.
               1 WSTerrDefStatus PIC X(2).
                   88 WSTerrDefOK VALUE '00'.
               1 WSFileStatus PIC X(2).
                   88 WSFileOK VALUE '00'.

               1 WSCustFileFlag PIC X(1) VALUE 'N'.
                   88 WSCustFileAvail VALUE 'Y'.

               1 WSEOF PIC X(1).
                   88 WSAtEOF VALUE 'Y'.
               1 WSSortEOF PIC X(1) VALUE 'N'.
                   88 WSSortAtEOF VALUE 'Y'.

               1 WSBizDateParm PIC X(8).
               1 WSBizDate PIC 9(8).
               1 WSBizDateParts REDEFINES WSBizDate.
                   2 WSBizYear PIC 9(4).
                   2 WSBizMonth PIC 9(2).
                   2 WSBizDay PIC 9(2).

               1 WSFromParm PIC X(8).
               1 WSToParm PIC X(8).
               1 WSFromDate PIC 9(8).
               1 WSFromParts REDEFINES WSFromDate.
                   2 WSFromYear PIC 9(4).
                   2 WSFromMonth PIC 9(2).
                   2 WSFromDay PIC 9(2).
               1 WSToDate PIC 9(8).
               1 WSQuarterIdx PIC 9(2).

      *    Campaigns: every piece ever mailed, and the cost of one.
               1 WSCampMax PIC 9(3) VALUE 200.
               1 WSCampCount PIC 9(3) VALUE ZERO.
               1 WSCampIdx PIC 9(3).
               1 WSCampFound PIC 9(3).
               1 CampTable.
                   2 CampEntry OCCURS 200 TIMES.
                       3 CTCode PIC X(8).
                       3 CTMailed PIC 9(7).
                       3 CTPieceCost PIC 9(5)V99.
               1 WSTotalSpend PIC 9(9)V99.

               1 WSSign PIC S9(1).
               1 WSFeeAmount PIC 9(7)V99.
               1 WSIntAmount PIC 9(7)V99.

      *    The customer in hand.
               1 WSFirstFlag PIC X(1) VALUE 'Y'.
                   88 WSIsFirstRecord VALUE 'Y'.
               1 WSCustIDNum PIC 9(7).
               1 WSCustTier PIC X(8).
               1 WSCustTerr PIC X(4).
               1 WSCustType PIC X(1).
               1 WSCustName PIC X(30).
               1 WSCustMoneyFlag PIC X(1).
                   88 WSCustHasMoney VALUE 'Y'.
               1 WSCustAmounts.
                   2 WSCustFees PIC S9(9)V99.
                   2 WSCustInterest PIC S9(9)V99.
                   2 WSCustWriteOff PIC S9(9)V99.
                   2 WSCustRefund PIC S9(9)V99.
                   2 WSCustMailing PIC S9(9)V99.
                   2 WSCustContrib PIC S9(9)V99.

               1 WSCustomerCount PIC 9(7) VALUE ZERO.

      *    Rollups: 'T' tier, 'R' territory, 'Y' record type, all in
      *    one table so one paragraph adds to and prints them.
               1 WSRollMax PIC 9(3) VALUE 120.
               1 WSRollCount PIC 9(3) VALUE ZERO.
               1 WSRollIdx PIC 9(3).
               1 WSRollFound PIC 9(3).
               1 WSRollGroup PIC X(1).
               1 WSRollKey PIC X(8).
               1 RollTable.
                   2 RollEntry OCCURS 120 TIMES.
                       3 RlGroup PIC X(1).
                       3 RlKey PIC X(8).
                       3 RlLabel PIC X(20).
                       3 RlCount PIC 9(7).
                       3 RlFees PIC S9(11)V99.
                       3 RlInterest PIC S9(11)V99.
                       3 RlWriteOff PIC S9(11)V99.
                       3 RlRefund PIC S9(11)V99.
                       3 RlMailing PIC S9(11)V99.
                       3 RlContrib PIC S9(11)V99.

      *    The twenty least profitable, lowest contribution first.
               1 WSWorstMax PIC 9(2) VALUE 20.
               1 WSWorstCount PIC 9(2) VALUE ZERO.
               1 WSWorstIdx PIC 9(2).
               1 WSWorstSlot PIC 9(2).
               1 WorstTable.
                   2 WorstEntry OCCURS 21 TIMES.
                       3 WtIDNum PIC 9(7).
                       3 WtName PIC X(30).
                       3 WtTier PIC X(8).
                       3 WtTerr PIC X(4).
                       3 WtType PIC X(1).
                       3 WtFees PIC S9(9)V99.
                       3 WtInterest PIC S9(9)V99.
                       3 WtCost PIC S9(9)V99.
                       3 WtContrib PIC S9(9)V99.

               1 HeadLine1.
                   2 FILLER PIC X(36)
                       VALUE " Customer profitability, period ".
                   2 PrnHeadFrom PIC 9(8).
                   2 FILLER PIC X(4) VALUE " to ".
                   2 PrnHeadTo PIC 9(8).

               1 SectionLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnSection PIC X(40).

               1 RollHeadLine.
                   2 FILLER PIC X(21) VALUE SPACE.
                   2 FILLER PIC X(8) VALUE "   custs".
                   2 FILLER PIC X(15) VALUE "           Fees".
                   2 FILLER PIC X(15) VALUE "       Interest".
                   2 FILLER PIC X(15) VALUE "     Write-offs".
                   2 FILLER PIC X(15) VALUE "        Refunds".
                   2 FILLER PIC X(15) VALUE "        Mailing".
                   2 FILLER PIC X(15) VALUE "   Contribution".

               1 RollLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnRlLabel PIC X(20).
                   2 PrnRlCount PIC ZZZZZZZ9.
                   2 PrnRlFees PIC ZZZ,ZZZ,ZZ9.99-.
                   2 PrnRlInterest PIC ZZZ,ZZZ,ZZ9.99-.
                   2 PrnRlWriteOff PIC ZZZ,ZZZ,ZZ9.99-.
                   2 PrnRlRefund PIC ZZZ,ZZZ,ZZ9.99-.
                   2 PrnRlMailing PIC ZZZ,ZZZ,ZZ9.99-.
                   2 PrnRlContrib PIC ZZZ,ZZZ,ZZ9.99-.

               1 WorstHeadLine.
                   2 FILLER PIC X(10) VALUE " Id".
                   2 FILLER PIC X(31) VALUE "Name".
                   2 FILLER PIC X(9) VALUE "Tier".
                   2 FILLER PIC X(5) VALUE "Terr".
                   2 FILLER PIC X(3) VALUE "T".
                   2 FILLER PIC X(15) VALUE "           Fees".
                   2 FILLER PIC X(15) VALUE "       Interest".
                   2 FILLER PIC X(15) VALUE "          Costs".
                   2 FILLER PIC X(15) VALUE "   Contribution".

               1 WorstLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnWtIDNum PIC 9(7).
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnWtName PIC X(30).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnWtTier PIC X(8).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnWtTerr PIC X(4).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnWtType PIC X(1).
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnWtFees PIC ZZZ,ZZZ,ZZ9.99-.
                   2 PrnWtInterest PIC ZZZ,ZZZ,ZZ9.99-.
                   2 PrnWtCost PIC ZZZ,ZZZ,ZZ9.99-.
                   2 PrnWtContrib PIC ZZZ,ZZZ,ZZ9.99-.

               1 MessageLine PIC X(80).

      *    Standard report identification and catalog registration.
               1 WSBnrFunction PIC X(1).
               1 WSBnrReportName PIC X(20) VALUE "CustProfit".
               1 WSBnrRequestor PIC X(8) VALUE "BATCH".
               1 WSBnrCount PIC 9(7) VALUE ZERO.
               1 WSBnrLine1 PIC X(80).
               1 WSBnrLine2 PIC X(80).

               1 WSCatReportName PIC X(20).
               1 WSCatFileName PIC X(100).
               1 WSCatPages PIC 9(4) VALUE ZERO.
               1 WSCatRecords PIC 9(7) VALUE ZERO.

      *    Run-log work area handed to the shared RunLog subprogram.
               1 WSLogStepName PIC X(20) VALUE "CustProfit".
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
               PERFORM SeedRollups
               PERFORM PriceCampaigns
               OPEN INPUT CustomerFile
               IF WSFileOK
                   SET WSCustFileAvail TO TRUE
               END-IF
               SORT SortWorkFile
                   ASCENDING KEY SortIDNum
                   ASCENDING KEY SortKind
                   ASCENDING KEY SortDate
                   INPUT PROCEDURE IS ReleaseSources
                   OUTPUT PROCEDURE IS TotalCustomers
               IF WSCustFileAvail
                   CLOSE CustomerFile
               END-IF
               PERFORM FillTerritoryNames
               PERFORM PrintProfitReport
               MOVE "CustProfit" TO WSCatReportName
               MOVE WSReportFileName TO WSCatFileName
               MOVE WSCustomerCount TO WSCatRecords
               CALL 'RptCatalog' USING WSCatReportName
                   WSCatFileName WSCatPages WSCatRecords
               DISPLAY "CustProfit: " WSCustomerCount
                   " customers costed for " WSFromDate " to "
                   WSToDate "."
               MOVE 'E' TO WSLogEvent
               MOVE WSCustomerCount TO WSLogRecords
               MOVE WSRollMax TO WSLogCapacity
               PERFORM WriteRunLogRecord
               MOVE ZERO TO RETURN-CODE
               GOBACK.

      *|==============================================================|
      *    GetRunParameters settles the file names and the period:
      *    the calendar quarter of the business date unless both
      *    CUSTPROFFROM and CUSTPROFTO are given.
      *|==============================================================|

           GetRunParameters.
               ACCEPT WSHistFileName FROM ENVIRONMENT "CUSTPOSTH"
                   ON EXCEPTION
                       MOVE "PostHist.dat" TO WSHistFileName
               END-ACCEPT
               ACCEPT WSWoffFileName FROM ENVIRONMENT "CUSTWOFF"
                   ON EXCEPTION
                       MOVE "WriteOff.dat" TO WSWoffFileName
               END-ACCEPT
               ACCEPT WSQueueFileName FROM ENVIRONMENT "CUSTREFQ"
                   ON EXCEPTION
                       MOVE "RefundQ.dat" TO WSQueueFileName
               END-ACCEPT
               ACCEPT WSCampHistName FROM ENVIRONMENT "CUSTCAMPHIST"
                   ON EXCEPTION
                       MOVE "CampaignHist.dat" TO WSCampHistName
               END-ACCEPT
               ACCEPT WSCostFileName FROM ENVIRONMENT "CUSTCAMPCOST"
                   ON EXCEPTION
                       MOVE "CampCost.dat" TO WSCostFileName
               END-ACCEPT
               ACCEPT WSRatHistFileName FROM ENVIRONMENT
                       "CUSTRATHIST"
                   ON EXCEPTION
                       MOVE "RatingHist.dat" TO WSRatHistFileName
               END-ACCEPT
               ACCEPT WSAssignFileName FROM ENVIRONMENT "CUSTTERR"
                   ON EXCEPTION
                       MOVE "CustTerr.dat" TO WSAssignFileName
               END-ACCEPT
               ACCEPT WSTerrDefFileName FROM ENVIRONMENT
                       "CUSTTERRDEF"
                   ON EXCEPTION
                       MOVE "TerrDef.dat" TO WSTerrDefFileName
               END-ACCEPT
               ACCEPT WSCustFileName FROM ENVIRONMENT "CUSTMSTR"
                   ON EXCEPTION
                       MOVE "test.dat" TO WSCustFileName
               END-ACCEPT
               ACCEPT WSReportFileName FROM ENVIRONMENT "CUSTPROFRPT"
                   ON EXCEPTION
                       MOVE "CustProfit.rpt" TO WSReportFileName
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
               ACCEPT WSFromParm FROM ENVIRONMENT "CUSTPROFFROM"
                   ON EXCEPTION
                       MOVE SPACES TO WSFromParm
               END-ACCEPT
               ACCEPT WSToParm FROM ENVIRONMENT "CUSTPROFTO"
                   ON EXCEPTION
                       MOVE SPACES TO WSToParm
               END-ACCEPT
               IF WSFromParm IS NUMERIC AND WSToParm IS NUMERIC
                   MOVE WSFromParm TO WSFromDate
                   MOVE WSToParm TO WSToDate
               ELSE
                   MOVE WSBizYear TO WSFromYear
                   COMPUTE WSQuarterIdx = WSBizMonth - 1
                   DIVIDE 3 INTO WSQuarterIdx
                   COMPUTE WSFromMonth = WSQuarterIdx * 3 + 1
                   MOVE 1 TO WSFromDay
                   MOVE WSBizDate TO WSToDate
               END-IF.

      *|==============================================================|
      *    SeedRollups puts the tiers and record types in their
      *    printing order; territories join as they turn up.
      *|==============================================================|

           SeedRollups.
               MOVE 'T' TO WSRollGroup
               MOVE "Platinum" TO WSRollKey
               PERFORM FindRollEntry
               MOVE "Gold" TO WSRollKey
               PERFORM FindRollEntry
               MOVE "Silver" TO WSRollKey
               PERFORM FindRollEntry
               MOVE "Bronze" TO WSRollKey
               PERFORM FindRollEntry
               MOVE "Unrated" TO WSRollKey
               PERFORM FindRollEntry
               MOVE 'Y' TO WSRollGroup
               MOVE "I" TO WSRollKey
               PERFORM FindRollEntry
               MOVE "Individual" TO RlLabel(WSRollFound)
               MOVE "B" TO WSRollKey
               PERFORM FindRollEntry
               MOVE "Business" TO RlLabel(WSRollFound)
               MOVE "?" TO WSRollKey
               PERFORM FindRollEntry
               MOVE "Not on master" TO RlLabel(WSRollFound).

           FindRollEntry.
               MOVE ZERO TO WSRollFound
               PERFORM VARYING WSRollIdx FROM 1 BY 1
                       UNTIL WSRollIdx > WSRollCount
                           OR WSRollFound > ZERO
                   IF RlGroup(WSRollIdx) = WSRollGroup
                       AND RlKey(WSRollIdx) = WSRollKey
                       MOVE WSRollIdx TO WSRollFound
                   END-IF
               END-PERFORM
               IF WSRollFound > ZERO OR WSRollCount >= WSRollMax
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WSRollCount
               MOVE WSRollCount TO WSRollFound
               MOVE WSRollGroup TO RlGroup(WSRollFound)
               MOVE WSRollKey TO RlKey(WSRollFound)
               MOVE WSRollKey TO RlLabel(WSRollFound)
               MOVE ZERO TO RlCount(WSRollFound) RlFees(WSRollFound)
                   RlInterest(WSRollFound) RlWriteOff(WSRollFound)
                   RlRefund(WSRollFound) RlMailing(WSRollFound)
                   RlContrib(WSRollFound).

      *|==============================================================|
      *    PriceCampaigns counts every piece each campaign has
      *    mailed and divides its spend over them. A campaign with
      *    no cost record costs nothing here.
      *|==============================================================|

           PriceCampaigns.
               MOVE 'N' TO WSEOF
               OPEN INPUT CampHistFile
               IF NOT WSCampHistOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ CampHistFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           PERFORM FindCampaign
                           IF WSCampFound = ZERO
                               AND WSCampCount < WSCampMax
                               ADD 1 TO WSCampCount
                               MOVE WSCampCount TO WSCampFound
                               MOVE CampCode TO CTCode(WSCampFound)
                               MOVE ZERO TO CTMailed(WSCampFound)
                                   CTPieceCost(WSCampFound)
                           END-IF
                           IF WSCampFound > ZERO
                               ADD 1 TO CTMailed(WSCampFound)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CampHistFile
               OPEN INPUT CostFile
               IF NOT WSCostFileOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING WSCampIdx FROM 1 BY 1
                       UNTIL WSCampIdx > WSCampCount
                   MOVE CTCode(WSCampIdx) TO CCostCampCode
                   READ CostFile
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           COMPUTE WSTotalSpend =
                               CCostPostage + CCostPrint + CCostList
                           COMPUTE CTPieceCost(WSCampIdx) ROUNDED =
                               WSTotalSpend / CTMailed(WSCampIdx)
                   END-READ
               END-PERFORM
               CLOSE CostFile.

           FindCampaign.
               MOVE ZERO TO WSCampFound
               PERFORM VARYING WSCampIdx FROM 1 BY 1
                       UNTIL WSCampIdx > WSCampCount
                           OR WSCampFound > ZERO
                   IF CTCode(WSCampIdx) = CampCode
                       MOVE WSCampIdx TO WSCampFound
                   END-IF
               END-PERFORM.

      *|==============================================================|
      *    ReleaseSources hands the sort each customer's territory,
      *    ratings, and the quarter's fees, interest, write-offs,
      *    approved refunds and priced mail pieces.
      *|==============================================================|

           ReleaseSources.
               PERFORM ReleaseTerritories
               PERFORM ReleaseRatings
               PERFORM ReleasePostings
               PERFORM ReleaseWriteOffs
               PERFORM ReleaseRefunds
               PERFORM ReleaseMailings.

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
                           IF RHRunDate <= WSToDate
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

           ReleasePostings.
               MOVE 'N' TO WSEOF
               OPEN INPUT HistoryFile
               IF NOT WSHistFileOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ HistoryFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF PostHDate >= WSFromDate
                               AND PostHDate <= WSToDate
                               PERFORM ReleaseOnePosting
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HistoryFile.

      *    A debit earns; a reversal credit backs out what the
      *    debit it reverses earned. Payments and the reversal of a
      *    payment move no revenue.
           ReleaseOnePosting.
               EVALUATE TRUE
                   WHEN PostHDebit AND NOT PostHReversalLine
                       MOVE 1 TO WSSign
                   WHEN PostHCredit AND PostHReversalLine
                       MOVE -1 TO WSSign
                   WHEN OTHER
                       EXIT PARAGRAPH
               END-EVALUATE
               MOVE ZERO TO WSFeeAmount WSIntAmount
               IF PostHSplitKnown
                   MOVE PostHFeePart TO WSFeeAmount
                   MOVE PostHIntPart TO WSIntAmount
               ELSE
                   EVALUATE PostHDesc
                       WHEN "MONTHLY SERVICE FEE"
                       WHEN "NSF FEE"
                           MOVE PostHAmount TO WSFeeAmount
                       WHEN "LATE INTEREST"
                           MOVE PostHAmount TO WSIntAmount
                   END-EVALUATE
               END-IF
               MOVE PostHIDNum TO SortIDNum
               MOVE PostHDate TO SortDate
               MOVE SPACES TO SortText
               IF WSFeeAmount > ZERO
                   MOVE 'F' TO SortKind
                   COMPUTE SortAmount = WSFeeAmount * WSSign
                   RELEASE SortEntry
               END-IF
               IF WSIntAmount > ZERO
                   MOVE 'I' TO SortKind
                   COMPUTE SortAmount = WSIntAmount * WSSign
                   RELEASE SortEntry
               END-IF.

           ReleaseWriteOffs.
               MOVE 'N' TO WSEOF
               OPEN INPUT WoffFile
               IF NOT WSWoffOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ WoffFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF WoffDate >= WSFromDate
                               AND WoffDate <= WSToDate
                               MOVE WoffIDNum TO SortIDNum
                               MOVE 'W' TO SortKind
                               MOVE WoffDate TO SortDate
                               MOVE WoffAmount TO SortAmount
                               MOVE SPACES TO SortText
                               RELEASE SortEntry
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WoffFile.

           ReleaseRefunds.
               MOVE 'N' TO WSEOF
               OPEN INPUT RefundQueue
               IF NOT WSQueueOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ RefundQueue
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF RefApproved
                               AND RefDecideDate >= WSFromDate
                               AND RefDecideDate <= WSToDate
                               MOVE RefIDNum TO SortIDNum
                               MOVE 'D' TO SortKind
                               MOVE RefDecideDate TO SortDate
                               MOVE RefAmount TO SortAmount
                               MOVE SPACES TO SortText
                               RELEASE SortEntry
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RefundQueue.

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
                           IF CampDate >= WSFromDate
                               AND CampDate <= WSToDate
                               PERFORM FindCampaign
                               IF WSCampFound > ZERO
                                   MOVE CampIDNum TO SortIDNum
                                   MOVE 'M' TO SortKind
                                   MOVE CampDate TO SortDate
                                   MOVE CTPieceCost(WSCampFound)
                                       TO SortAmount
                                   MOVE CampCode TO SortText
                                   RELEASE SortEntry
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CampHistFile.

      *|==============================================================|
      *    TotalCustomers drains the sort a customer at a time and,
      *    at each break, costs the customer into the rollups and
      *    the least-profitable list.
      *|==============================================================|

           TotalCustomers.
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
                           PERFORM TakeOneEntry
                   END-RETURN
               END-PERFORM
               IF NOT WSIsFirstRecord
                   PERFORM CloseCustomer
               END-IF.

           OpenCustomer.
               MOVE 'N' TO WSFirstFlag
               MOVE SortIDNum TO WSCustIDNum
               MOVE "Unrated" TO WSCustTier
               MOVE "UNAS" TO WSCustTerr
               MOVE 'N' TO WSCustMoneyFlag
               MOVE ZERO TO WSCustFees WSCustInterest WSCustWriteOff
                   WSCustRefund WSCustMailing WSCustContrib.

           TakeOneEntry.
               EVALUATE TRUE
                   WHEN SortIsTerritory
                       MOVE SortText TO WSCustTerr
                   WHEN SortIsRating
                       MOVE SortText TO WSCustTier
                   WHEN SortIsFee
                       ADD SortAmount TO WSCustFees
                       MOVE 'Y' TO WSCustMoneyFlag
                   WHEN SortIsInterest
                       ADD SortAmount TO WSCustInterest
                       MOVE 'Y' TO WSCustMoneyFlag
                   WHEN SortIsWriteOff
                       ADD SortAmount TO WSCustWriteOff
                       MOVE 'Y' TO WSCustMoneyFlag
                   WHEN SortIsRefund
                       ADD SortAmount TO WSCustRefund
                       MOVE 'Y' TO WSCustMoneyFlag
                   WHEN SortIsMailing
                       ADD SortAmount TO WSCustMailing
                       MOVE 'Y' TO WSCustMoneyFlag
               END-EVALUATE.

           CloseCustomer.
               IF NOT WSCustHasMoney
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WSCustomerCount
               COMPUTE WSCustContrib = WSCustFees + WSCustInterest
                   - WSCustWriteOff - WSCustRefund - WSCustMailing
               MOVE "?" TO WSCustType
               MOVE SPACES TO WSCustName
               IF WSCustFileAvail
                   MOVE WSCustIDNum TO IDNum
                   READ CustomerFile
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE CustRecordType TO WSCustType
                           IF CustBusiness
                               MOVE CustCompanyName TO WSCustName
                           ELSE
                               STRING FirstName DELIMITED BY SPACE
                                   " " DELIMITED BY SIZE
                                   LastName DELIMITED BY SPACE
                                   INTO WSCustName
                               END-STRING
                           END-IF
                   END-READ
               END-IF
               IF WSCustTier NOT = "Platinum" AND NOT = "Gold"
                   AND NOT = "Silver" AND NOT = "Bronze"
                   MOVE "Unrated" TO WSCustTier
               END-IF
               MOVE 'T' TO WSRollGroup
               MOVE WSCustTier TO WSRollKey
               PERFORM AddToRollup
               MOVE 'R' TO WSRollGroup
               MOVE WSCustTerr TO WSRollKey
               PERFORM AddToRollup
               MOVE 'Y' TO WSRollGroup
               MOVE WSCustType TO WSRollKey
               IF WSCustType NOT = "I" AND NOT = "B"
                   MOVE "?" TO WSRollKey
               END-IF
               PERFORM AddToRollup
               PERFORM KeepIfWorst.

           AddToRollup.
               PERFORM FindRollEntry
               IF WSRollFound = ZERO
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO RlCount(WSRollFound)
               ADD WSCustFees TO RlFees(WSRollFound)
               ADD WSCustInterest TO RlInterest(WSRollFound)
               ADD WSCustWriteOff TO RlWriteOff(WSRollFound)
               ADD WSCustRefund TO RlRefund(WSRollFound)
               ADD WSCustMailing TO RlMailing(WSRollFound)
               ADD WSCustContrib TO RlContrib(WSRollFound).

      *    The list is kept lowest first; a new entry goes in at
      *    its place and whatever falls past twenty drops off.
           KeepIfWorst.
               IF WSWorstCount = WSWorstMax
                   AND WSCustContrib NOT < WtContrib(WSWorstMax)
                   EXIT PARAGRAPH
               END-IF
               MOVE 1 TO WSWorstSlot
               PERFORM VARYING WSWorstIdx FROM 1 BY 1
                       UNTIL WSWorstIdx > WSWorstCount
                   IF WtContrib(WSWorstIdx) <= WSCustContrib
                       COMPUTE WSWorstSlot = WSWorstIdx + 1
                   END-IF
               END-PERFORM
               PERFORM VARYING WSWorstIdx FROM WSWorstCount BY -1
                       UNTIL WSWorstIdx < WSWorstSlot
                   MOVE WorstEntry(WSWorstIdx)
                       TO WorstEntry(WSWorstIdx + 1)
               END-PERFORM
               MOVE WSCustIDNum TO WtIDNum(WSWorstSlot)
               MOVE WSCustName TO WtName(WSWorstSlot)
               MOVE WSCustTier TO WtTier(WSWorstSlot)
               MOVE WSCustTerr TO WtTerr(WSWorstSlot)
               MOVE WSCustType TO WtType(WSWorstSlot)
               MOVE WSCustFees TO WtFees(WSWorstSlot)
               MOVE WSCustInterest TO WtInterest(WSWorstSlot)
               COMPUTE WtCost(WSWorstSlot) = WSCustWriteOff
                   + WSCustRefund + WSCustMailing
               MOVE WSCustContrib TO WtContrib(WSWorstSlot)
               IF WSWorstCount < WSWorstMax
                   ADD 1 TO WSWorstCount
               END-IF.

      *|==============================================================|
      *    FillTerritoryNames labels each territory rollup from the
      *    definitions, first match winning as in TerrReport.
      *|==============================================================|

           FillTerritoryNames.
               MOVE 'N' TO WSEOF
               OPEN INPUT TerrDefFile
               IF WSTerrDefOK
                   PERFORM UNTIL WSAtEOF
                       READ TerrDefFile
                           AT END SET WSAtEOF TO TRUE
                           NOT AT END PERFORM NameOneTerritory
                       END-READ
                   END-PERFORM
                   CLOSE TerrDefFile
               END-IF
               PERFORM VARYING WSRollIdx FROM 1 BY 1
                       UNTIL WSRollIdx > WSRollCount
                   IF RlGroup(WSRollIdx) = 'R'
                       AND RlKey(WSRollIdx) = "UNAS"
                       MOVE "UNAS Unassigned" TO RlLabel(WSRollIdx)
                   END-IF
               END-PERFORM.

           NameOneTerritory.
               PERFORM VARYING WSRollIdx FROM 1 BY 1
                       UNTIL WSRollIdx > WSRollCount
                   IF RlGroup(WSRollIdx) = 'R'
                       AND RlKey(WSRollIdx) = TerrCode
                       AND RlLabel(WSRollIdx) = RlKey(WSRollIdx)
                       MOVE SPACES TO RlLabel(WSRollIdx)
                       STRING TerrCode " " TerrName
                           DELIMITED BY SIZE
                           INTO RlLabel(WSRollIdx)
                       END-STRING
                   END-IF
               END-PERFORM.

      *|==============================================================|
      *    PrintProfitReport writes the three rollups and the list.
      *|==============================================================|

           PrintProfitReport.
               OPEN OUTPUT ProfitRpt
               MOVE 'B' TO WSBnrFunction
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   WSBnrRequestor WSBnrCount WSBnrLine1 WSBnrLine2
               WRITE ProfitLine FROM WSBnrLine1
               WRITE ProfitLine FROM WSBnrLine2
               MOVE WSFromDate TO PrnHeadFrom
               MOVE WSToDate TO PrnHeadTo
               WRITE ProfitLine FROM HeadLine1
                   AFTER ADVANCING 1 LINE
               MOVE "By rating tier" TO PrnSection
               MOVE 'T' TO WSRollGroup
               PERFORM PrintOneRollup
               MOVE "By territory" TO PrnSection
               MOVE 'R' TO WSRollGroup
               PERFORM PrintOneRollup
               MOVE "By record type" TO PrnSection
               MOVE 'Y' TO WSRollGroup
               PERFORM PrintOneRollup
               PERFORM PrintWorstAccounts
               MOVE 'T' TO WSBnrFunction
               MOVE WSCustomerCount TO WSBnrCount
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   WSBnrRequestor WSBnrCount WSBnrLine1 WSBnrLine2
               WRITE ProfitLine FROM WSBnrLine1
               CLOSE ProfitRpt.

           PrintOneRollup.
               WRITE ProfitLine FROM SectionLine
                   AFTER ADVANCING 2 LINES
               WRITE ProfitLine FROM RollHeadLine
                   AFTER ADVANCING 1 LINE
               PERFORM VARYING WSRollIdx FROM 1 BY 1
                       UNTIL WSRollIdx > WSRollCount
                   IF RlGroup(WSRollIdx) = WSRollGroup
                       MOVE RlLabel(WSRollIdx) TO PrnRlLabel
                       MOVE RlCount(WSRollIdx) TO PrnRlCount
                       MOVE RlFees(WSRollIdx) TO PrnRlFees
                       MOVE RlInterest(WSRollIdx) TO PrnRlInterest
                       MOVE RlWriteOff(WSRollIdx) TO PrnRlWriteOff
                       MOVE RlRefund(WSRollIdx) TO PrnRlRefund
                       MOVE RlMailing(WSRollIdx) TO PrnRlMailing
                       MOVE RlContrib(WSRollIdx) TO PrnRlContrib
                       WRITE ProfitLine FROM RollLine
                           AFTER ADVANCING 1 LINE
                   END-IF
               END-PERFORM.

           PrintWorstAccounts.
               MOVE "The twenty least profitable accounts"
                   TO PrnSection
               WRITE ProfitLine FROM SectionLine
                   AFTER ADVANCING 2 LINES
               IF WSWorstCount = ZERO
                   MOVE " No customer activity in the period."
                       TO MessageLine
                   WRITE ProfitLine FROM MessageLine
                       AFTER ADVANCING 1 LINE
                   EXIT PARAGRAPH
               END-IF
               WRITE ProfitLine FROM WorstHeadLine
                   AFTER ADVANCING 1 LINE
               PERFORM VARYING WSWorstIdx FROM 1 BY 1
                       UNTIL WSWorstIdx > WSWorstCount
                   MOVE WtIDNum(WSWorstIdx) TO PrnWtIDNum
                   MOVE WtName(WSWorstIdx) TO PrnWtName
                   MOVE WtTier(WSWorstIdx) TO PrnWtTier
                   MOVE WtTerr(WSWorstIdx) TO PrnWtTerr
                   MOVE WtType(WSWorstIdx) TO PrnWtType
                   MOVE WtFees(WSWorstIdx) TO PrnWtFees
                   MOVE WtInterest(WSWorstIdx) TO PrnWtInterest
                   MOVE WtCost(WSWorstIdx) TO PrnWtCost
                   MOVE WtContrib(WSWorstIdx) TO PrnWtContrib
                   WRITE ProfitLine FROM WorstLine
                       AFTER ADVANCING 1 LINE
               END-PERFORM.

           WriteRunLogRecord.
               CALL 'RunLog' USING WSLogStepName WSLogEvent
                   WSLogRecords WSLogRejects WSLogRC
                   WSLogCapacity.

      *|==============================================================|
