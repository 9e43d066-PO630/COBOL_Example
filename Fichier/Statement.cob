      *    last/single of the envelope, with the sheet count) and
      *    an end-of-run envelope summary by sheet count for
      *    postage. The plain format remains the default.
      *
      *    Open disputes on the dispute file (CUSTDISPUTE, default
      *    Dispute.dat) print under the closing balance, one line a
      *    case, so the customer sees the amount is under review
      *    and not being treated as overdue.
      *
      *    A head office with subsidiaries linked to it on the
      *    hierarchy file (CUSTHIER, default Hierarchy.dat, kept by
      *    HierMaint) gets a consolidated group summary on its own
      *    statement: each account in the group with its opening
      *    and closing balance for the month, and the group totals.
      *    The subsidiaries' own statements print as before.
      *
      *    Under the closing balance the statement breaks it into
      *    its principal, fee, and interest components: the balance
      *    file's components backed off by the component parts of
      *    any postings dated after the month, the same way the
      *    closing total is.
      *
      *    Under that it prints the payment due date -- the
      *    business date plus the grace period (CUSTGRACEDAYS,
      *    default 25), moved off a weekend or holiday by BizDay --
      *    and the minimum payment due by the customer's rating
      *    tier off the rule file (CUSTMINPAY, default
      *    MinPayRules.dat, MinPay.cpy layout), carrying in any
      *    minimum missed on the last statement. An amount under
      *    open dispute (DispCheck) is left out of the balance the
      *    minimum is worked on, so withholding a disputed charge
      *    never misses a payment. Both are kept per customer per
      *    statement on the due file (CUSTDUE, default StmtDue.dat,
      *    DueRec.cpy layout) for the nightly DueCheck step; a
      *    month already on file reprints what it was given.
      *
      *    A customer holding loyalty points gets the points balance
      *    printed under the payment due, off the loyalty balance
      *    file (CUSTLOYBAL, default LoyaltyBal.dat, LoyBal.cpy
      *    layout) LoyaltyEarn and LoyaltyRedeem keep.
      *
      *    Every statement sent goes on the customer correspondence
      *    log through CorrLog, with the channel and the address it
      *    went to.
      *
      *    A customer billed in a foreign currency (FxLedger) gets
      *    the statement in that currency: a line naming it under
      *    the address, each posting at its foreign amount off the
      *    foreign-posting file, and the opening and closing
      *    balances off the foreign balance, backed off by the
      *    foreign sides of the month's and later postings the way
      *    the dollar figures are. A posting from before the
      *    currency was set prints in dollars, marked USD. The
      *    minimum payment is worked in dollars for the due file as
      *    always and printed at the statement date's rate (FxConv),
      *    the whole foreign balance when the whole balance is due;
      *    the component split, which the balance file keeps only
      *    in dollars, is left off.
      *
      *    A business customer in open-item mode (an account record
      *    on the open-item file, CUSTOPENITEM, default OpenItem.dat,
      *    OpenItem.cpy layout) gets an open-item statement: in
      *    place of the opening balance and the month's postings,
      *    every invoice still unpaid -- number, date, due date,
      *    amount, what is still open, and how many days past due
      *    as of the statement date -- then any unallocated credits
      *    on account, the open-item total, and the closing balance.
      *    The items are listed as they stand when the statement
      *    runs.
      *|==============================================================|

       ENVIRONMENT DIVISION.
                   FILE STATUS IS WSFileStatus.

               SELECT HistoryFile ASSIGN TO WSHistFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PostHKey
                   FILE STATUS IS WSHistFileStatus.

               SELECT PlanFile ASSIGN TO WSPlanFileName
                   RECORD KEY IS PlanIDNum
                   FILE STATUS IS WSPlanFileStatus.

               SELECT DisputeFile ASSIGN TO WSDispFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DispKey
                   FILE STATUS IS WSDispFileStatus.

               SELECT OpenItemFile ASSIGN TO WSOiFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS OiKey
                   FILE STATUS IS WSOiFileStatus.

               SELECT StatementReport ASSIGN TO WSStmtFileName
                   ORGANIZATION IS LINE SEQUENTIAL.

                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSArchFileStatus.

      *    Parent/subsidiary links for the consolidated group
      *    summary on a head office's statement.
               SELECT HierFile ASSIGN TO WSHierFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS HierChildId
                   ALTERNATE RECORD KEY IS HierParentId
                       WITH DUPLICATES
                   FILE STATUS IS WSHierFileStatus.

      *    Payment due recorded per customer per statement, and the
      *    minimum-payment rules by rating tier with the rating
      *    history that settles each customer's tier.
               SELECT DueFile ASSIGN TO WSDueFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DueKey
                   FILE STATUS IS WSDueFileStatus.

               SELECT MinPayFile ASSIGN TO WSMinPayFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSMinPayStatus.

               SELECT RatingHistFile ASSIGN TO WSRatHistFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSRatHistStatus.

      *    Loyalty points held per customer.
               SELECT LoyBalFile ASSIGN TO WSLoyBalFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS LBIDNum
                   FILE STATUS IS WSLoyBalStatus.

      *|==============================================================|

       DATA DIVISION.

               FD HistoryFile.
                   COPY "PostRec.cpy".
                   COPY "PostHKey.cpy".

               FD PlanFile.
                   COPY "PlanRec.cpy".

               FD DisputeFile.
                   COPY "DispRec.cpy".

               FD OpenItemFile.
                   COPY "OpenItem.cpy".

               FD StatementReport.
                   1 StmtLine PIC X(80).

                   COPY "PostRec.cpy"
                       REPLACING LEADING ==PostH== BY ==ArchH==.

               FD HierFile.
                   COPY "HierRec.cpy".

               FD DueFile.
                   COPY "DueRec.cpy".

               FD MinPayFile.
                   COPY "MinPay.cpy".

               FD RatingHistFile.
                   COPY "RatHist.cpy".

               FD LoyBalFile.
                   COPY "LoyBal.cpy".

           WORKING-STORAGE SECTION.

               1 WSBalFileName PIC X(100).
      *    closing figures.
               1 WSNetLater PIC S9(8)V99.

      *    The same later postings by component, and the closing
      *    components they leave. A history line from before the
      *    split counts as principal.
               1 WSLaterPrin PIC S9(8)V99.
               1 WSLaterFees PIC S9(8)V99.
               1 WSLaterInt PIC S9(8)V99.
               1 WSClosePrin PIC S9(8)V99.
               1 WSCloseFees PIC S9(8)V99.
               1 WSCloseInt PIC S9(8)V99.

               1 WSOpeningBal PIC S9(8)V99.

               1 WSClosingBal PIC S9(8)V99.

               1 WSPostingCount PIC 9(5).

      *    Foreign billing: the customer's currency and foreign
      *    balance off FxLedger, and the foreign figures the
      *    statement prints in place of the dollar ones.
               1 WSFxFunction PIC X(1).
               COPY "FxLink.cpy".
               1 WSFxBilledFlag PIC X(1).
                   88 WSFxBilled VALUE 'Y'.
               1 WSStmtCurrency PIC X(3).
               1 WSFxBalance PIC S9(8)V99.
               1 WSFxNetMovement PIC S9(8)V99.
               1 WSFxNetLater PIC S9(8)V99.
               1 WSFxOpening PIC S9(8)V99.
               1 WSFxClosing PIC S9(8)V99.
               1 WSFxDueIn PIC 9(7)V99.
               1 WSFxDueOut PIC 9(7)V99.
               1 WSFxDayRate PIC 9(4)V9(6).
               1 WSFxRateFound PIC X(1).
                   88 WSFxRateInForce VALUE 'Y'.

      *    Reversal pairs in the statement month: the reversal lines
      *    seen during the netting pass, so the detail pass can mark
      *    both halves -- the reversal with the date it backs out,
               1 WSCtyValid PIC X(1).
               1 WSCtyDesc PIC X(20).

               1 StmtCurrencyLine.
                   2 FILLER PIC X(24)
                       VALUE " All amounts shown in ".
                   2 PrnStmtCurrency PIC X(3).

               1 StmtOpenLine.
                   2 FILLER PIC X(20) VALUE " Opening balance  : ".
                   2 PrnOpening PIC -ZZZZZZ9.99.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnOpenCur PIC X(3).

               1 StmtPostLine.
                   2 FILLER PIC X(3) VALUE SPACE.
                   2 PrnPostType PIC X(1).
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnPostAmount PIC ZZZZZZ9.99.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnPostCur PIC X(3).
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnPostDesc PIC X(20).
                   2 FILLER PIC X(2) VALUE SPACE.
               1 StmtCloseLine.
                   2 FILLER PIC X(20) VALUE " Closing balance  : ".
                   2 PrnClosing PIC -ZZZZZZ9.99.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnCloseCur PIC X(3).

               1 StmtSplitLine.
                   2 FILLER PIC X(13) VALUE "   Principal ".
                   2 PrnSplitPrin PIC -ZZZZZZ9.99.
                   2 FILLER PIC X(8) VALUE "   Fees ".
                   2 PrnSplitFees PIC -ZZZZZZ9.99.
                   2 FILLER PIC X(12) VALUE "   Interest ".
                   2 PrnSplitInt PIC -ZZZZZZ9.99.

               1 StmtNoPostLine PIC X(40)
                   VALUE "   (no postings this month)".
                   2 FILLER PIC X(26)
                       VALUE " installments due, current".

      *    Open dispute cases, printed while under review.
               1 WSDispFileName PIC X(100).

               1 WSDispFileStatus PIC X(2).
                   88 WSDispFileOK VALUE '00'.

               1 WSDispAvailFlag PIC X(1) VALUE 'N'.
                   88 WSDispFileAvail VALUE 'Y'.

               1 WSDispEOF PIC X(1).
                   88 WSDispAtEOF VALUE 'Y'.

               1 WSDispCount PIC 9(3).

               1 StmtDispLine.
                   2 FILLER PIC X(18) VALUE " In dispute: from ".
                   2 PrnDispDate PIC 9(8).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnDispAmount PIC ZZZZZZ9.99.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnDispReason PIC X(30).

               1 StmtDispNote PIC X(60)
                   VALUE "   (not due while under review)".

      *    Open items for a business customer in open-item mode,
      *    printed in place of the month's postings.
               1 WSOiFileName PIC X(100).

               1 WSOiFileStatus PIC X(2).
                   88 WSOiFileOK VALUE '00'.

               1 WSOiAvailFlag PIC X(1) VALUE 'N'.
                   88 WSOiFileAvail VALUE 'Y'.

               1 WSOiCustFlag PIC X(1).
                   88 WSOiCustomer VALUE 'Y'.

               1 WSOiEOF PIC X(1).
                   88 WSOiAtEOF VALUE 'Y'.

               1 WSOiCount PIC 9(5).
               1 WSOiTotal PIC S9(9)V99.

               1 StmtOiHeading.
                   2 FILLER PIC X(36)
                       VALUE "   Invoice    Date     Due         ".
                   2 FILLER PIC X(30)
                       VALUE "Amount        Open  Age".

               1 StmtOiLine.
                   2 FILLER PIC X(3) VALUE SPACE.
                   2 PrnOiRef PIC X(10).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnOiDate PIC 9(8).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnOiDue PIC X(8).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnOiOrig PIC ZZZZZZ9.99.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnOiOpen PIC -ZZZZZZ9.99.
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnOiAge PIC X(20).

               1 WSOiAgeText.
                   2 WSOiAgeDays PIC ZZZZ9.
                   2 FILLER PIC X(14) VALUE " DAYS PAST DUE".

               1 StmtOiTotalLine.
                   2 FILLER PIC X(20) VALUE " Open items total : ".
                   2 PrnOiTotal PIC -ZZZZZZ9.99.

               1 StmtNoOiLine PIC X(40)
                   VALUE "   (no open items)".

               1 StmtSeparator PIC X(60) VALUE ALL "-".

      *    Consolidated group summary (CUSTHIER, default
      *    Hierarchy.dat): every account in a group -- the head
      *    office and its subsidiaries -- with its opening and
      *    closing balance for the statement month, worked out
      *    before the main pass so the balance file is never read
      *    out of turn in the middle of it. Parents carry their
      *    own Id as GtParentId.
               1 WSHierFileName PIC X(100).
               1 WSHierFileStatus PIC X(2).
                   88 WSHierFileOK VALUE '00'.
               1 WSHierEOF PIC X(1).
                   88 WSHierAtEOF VALUE 'Y'.

               1 WSGrpMax PIC 9(4) VALUE 2000.
               1 WSGrpCount PIC 9(4) VALUE ZERO.
               1 WSGrpIdx PIC 9(4).
               1 WSGrpFound PIC 9(4).
               1 GroupTable.
                   2 GrpEntry OCCURS 2000 TIMES.
                       3 GtIDNum PIC 9(7).
                       3 GtParentId PIC 9(7).
                       3 GtName PIC X(31).
                       3 GtBalance PIC S9(8)V99.
                       3 GtNet PIC S9(8)V99.
                       3 GtLater PIC S9(8)V99.
               1 WSGrpFullFlag PIC X(1) VALUE 'N'.
                   88 WSGroupTableFull VALUE 'Y'.

               1 WSGrpAddId PIC 9(7).
               1 WSGrpAddParent PIC 9(7).
               1 WSGroupHeadFlag PIC X(1).
                   88 WSIsGroupHead VALUE 'Y'.
               1 WSGrpMembers PIC 9(4).
               1 WSGrpOpening PIC S9(8)V99.
               1 WSGrpClosing PIC S9(8)V99.
               1 WSGrpOpenTotal PIC S9(9)V99.
               1 WSGrpCloseTotal PIC S9(9)V99.

               1 StmtGroupHead PIC X(60)
                   VALUE " Group summary -- head office and branches".
               1 StmtGroupColHead.
                   2 FILLER PIC X(44) VALUE "   Id       Account".
                   2 FILLER PIC X(23)
                       VALUE "    Opening     Closing".
               1 StmtGroupLine.
                   2 FILLER PIC X(3) VALUE SPACE.
                   2 PrnGrpId PIC 9(7).
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnGrpName PIC X(31).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnGrpOpen PIC -ZZZZZZ9.99.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnGrpClose PIC -ZZZZZZ9.99.
               1 StmtGroupTotal.
                   2 FILLER PIC X(17) VALUE "   Group total: ".
                   2 PrnGrpMembers PIC ZZZ9.
                   2 FILLER PIC X(22) VALUE " accounts".
                   2 PrnGrpOpenTot PIC -ZZZZZZZ9.99.
                   2 PrnGrpCloseTot PIC -ZZZZZZZ9.99.

      *    Payment due: the statement date is the business date,
      *    the due date that plus the grace period (CUSTGRACEDAYS,
      *    default 25) moved on to a business day by BizDay, and
      *    the minimum comes off the rule line for the customer's
      *    tier (CUSTMINPAY, default MinPayRules.dat). Each one is
      *    kept on the due file (CUSTDUE, default StmtDue.dat) for
      *    DueCheck; a month already on file is reprinted as it
      *    was, never opened twice.
               1 WSDueFileName PIC X(100).
               1 WSDueFileStatus PIC X(2).
                   88 WSDueFileOK VALUE '00'.
               1 WSDueAvailFlag PIC X(1) VALUE 'N'.
                   88 WSDueFileAvail VALUE 'Y'.
               1 WSDueEOF PIC X(1).
                   88 WSDueAtEOF VALUE 'Y'.

               1 WSMinPayFileName PIC X(100).
               1 WSMinPayStatus PIC X(2).
                   88 WSMinPayOK VALUE '00'.

               1 WSRatHistFileName PIC X(100).
               1 WSRatHistStatus PIC X(2).
                   88 WSRatHistOK VALUE '00'.

               1 WSGraceParm PIC X(3).
               1 WSGraceDays PIC 9(3) VALUE 25.

               1 WSStmtDate PIC 9(8).
               1 WSRunDueDate PIC 9(8).

               1 WSDateCalcOp PIC X(1).
               1 WSDateCalcDate2 PIC 9(8).
               1 WSDateCalcDays PIC S9(7).
               1 WSDateCalcResult PIC 9(8).
               1 WSDateCalcDow PIC 9(1).
               1 WSDateCalcValid PIC X(1).

               1 WSMinCount PIC 9(2) VALUE ZERO.
               1 MinPayTable.
                   2 MinPayEntry OCCURS 20 TIMES.
                       3 TblMinTier PIC X(8).
                       3 TblMinPct PIC 99V99.
                       3 TblMinFloor PIC 9(5)V99.
               1 WSMinIdx PIC 9(2).
               1 WSMinFoundFlag PIC X(1).
                   88 WSMinFound VALUE 'Y'.
               1 WSRulePct PIC 99V99.
               1 WSRuleFloor PIC 9(5)V99.

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

               1 WSDueOnFileFlag PIC X(1).
                   88 WSDueOnFile VALUE 'Y'.
               1 WSDueDate PIC 9(8).
               1 WSMinimumDue PIC 9(7)V99.
               1 WSPastDueCarry PIC 9(7)V99.

      *    The customer's held dispute cases, as DispCheck answers,
      *    and the closing balance less them that the minimum is
      *    worked on.
               1 WSHeldCount PIC 9(2).
               1 HeldList.
                   2 HeldEntry OCCURS 20 TIMES.
                       3 HeldPostDate PIC 9(8).
                       3 HeldAmount PIC 9(7)V99.
               1 WSHeldTotal PIC 9(9)V99.
               1 WSDueBase PIC S9(8)V99.
               1 WSDueCount PIC 9(7) VALUE ZERO.

               1 StmtDueLine.
                   2 FILLER PIC X(20) VALUE " Payment due date : ".
                   2 PrnDueDate PIC 9(8).

               1 StmtMinLine.
                   2 FILLER PIC X(20) VALUE " Minimum payment  : ".
                   2 PrnMinimum PIC ZZZZZZ9.99.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnMinCur PIC X(3).

               1 StmtPastDueLine.
                   2 FILLER PIC X(22)
                       VALUE "   includes past due ".
                   2 PrnPastDue PIC ZZZZZZ9.99.

               1 StmtNoDueLine PIC X(40)
                   VALUE " No payment due".

      *    Loyalty points balance, when the customer holds any.
               1 WSLoyBalFileName PIC X(100).
               1 WSLoyBalStatus PIC X(2).
                   88 WSLoyBalOK VALUE '00'.
               1 WSLoyAvailFlag PIC X(1) VALUE 'N'.
                   88 WSLoyBalAvail VALUE 'Y'.

               1 StmtLoyaltyLine.
                   2 FILLER PIC X(20) VALUE " Loyalty points   : ".
                   2 PrnLoyPoints PIC ZZZ,ZZZ,ZZ9.

               1 RecapLine8.
                   2 FILLER PIC X(26)
                       VALUE "   payment dues recorded  ".
                   2 PrnRecapDue PIC ZZZZZZ9.

      *    Correspondence-log work area for the shared CorrLog
      *    subprogram: one line per statement sent.
               1 WSCorrDocType PIC X(8) VALUE "STATEMNT".
               1 WSCorrTemplate PIC X(20).
               1 WSCorrChannel PIC X(5).
               1 WSCorrAddress PIC X(80).
               1 WSCorrSource PIC X(12) VALUE "Statement".

      *|==============================================================|

       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSBalFileName FROM ENVIRONMENT "CUSTBAL"
                   ON EXCEPTION
                       MOVE "CustBal.dat" TO WSBalFileName
               IF WSPlanFileOK
                   SET WSPlanFileAvail TO TRUE
               END-IF
               ACCEPT WSDispFileName FROM ENVIRONMENT "CUSTDISPUTE"
                   ON EXCEPTION
                       MOVE "Dispute.dat" TO WSDispFileName
               END-ACCEPT
               OPEN INPUT DisputeFile
               IF WSDispFileOK
                   SET WSDispFileAvail TO TRUE
               END-IF
               ACCEPT WSOiFileName FROM ENVIRONMENT "CUSTOPENITEM"
                   ON EXCEPTION
                       MOVE "OpenItem.dat" TO WSOiFileName
               END-ACCEPT
               OPEN INPUT OpenItemFile
               IF WSOiFileOK
                   SET WSOiFileAvail TO TRUE
               END-IF
               PERFORM SetUpCycleBilling
               PERFORM SetUpPaymentDue
               PERFORM LoadStatementMessages
               PERFORM LoadGroupTable
               MOVE ZEROES TO EnvelopeTally
               MOVE ZERO TO WSInsLineCount
               MOVE WSStmtMonth TO PrnStmtMonth
               STRING "STATEMENT " WSStmtMonth DELIMITED BY SIZE
                   INTO WSCorrTemplate
               WRITE StmtLine FROM StmtHeading
               PERFORM UNTIL WSAtEOF
                   READ BalanceFile NEXT RECORD
               IF WSPlanFileAvail
                   CLOSE PlanFile
               END-IF
               IF WSDispFileAvail
                   CLOSE DisputeFile
               END-IF
               IF WSOiFileAvail
                   CLOSE OpenItemFile
               END-IF
               IF WSDueFileAvail
                   CLOSE DueFile
               END-IF
               IF WSLoyBalAvail
                   CLOSE LoyBalFile
               END-IF
               IF WSInserterOn
                   PERFORM WriteEnvelopeSummary
               END-IF
               MOVE WSRetMailSupp TO PrnRecapRet
               WRITE StmtLine FROM RecapLine6
                   AFTER ADVANCING 1 LINE
               MOVE WSDueCount TO PrnRecapDue
               WRITE StmtLine FROM RecapLine8
                   AFTER ADVANCING 1 LINE
               PERFORM VARYING WSMsgIdx FROM 1 BY 1
                       UNTIL WSMsgIdx > WSMsgCount
                   MOVE MtCode(WSMsgIdx) TO PrnMsgCode
               DISPLAY "Statement: billing cycle " WSRunCycle
                   " of 4 this run.".

      *|==============================================================|
      *    SetUpPaymentDue settles the run's statement date and the
      *    due date every statement of the run carries, loads the
      *    minimum-payment rules and the tier fold, and opens the
      *    due file -- creating it on the first run. No due file
      *    that will open means the dues print but are not kept.
      *|==============================================================|

           SetUpPaymentDue.
               ACCEPT WSBizDateParm FROM ENVIRONMENT "CUSTBIZDATE"
                   ON EXCEPTION
                       MOVE SPACES TO WSBizDateParm
               END-ACCEPT
               IF WSBizDateParm = SPACES
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WSStmtDate
               ELSE
                   MOVE WSBizDateParm TO WSStmtDate
               END-IF
               ACCEPT WSGraceParm FROM ENVIRONMENT "CUSTGRACEDAYS"
                   ON EXCEPTION
                       MOVE SPACES TO WSGraceParm
               END-ACCEPT
               IF WSGraceParm NOT = SPACES
                   MOVE FUNCTION NUMVAL(WSGraceParm) TO WSGraceDays
               END-IF
               MOVE WSStmtDate TO WSRunDueDate
               MOVE 'A' TO WSDateCalcOp
               MOVE WSGraceDays TO WSDateCalcDays
               CALL 'DateCalc' USING WSDateCalcOp WSStmtDate
                   WSDateCalcDate2 WSDateCalcDays WSDateCalcResult
                   WSDateCalcDow WSDateCalcValid
               IF WSDateCalcValid = 'Y'
                   CALL 'BizDay' USING WSDateCalcResult WSRunDueDate
               END-IF
               ACCEPT WSMinPayFileName FROM ENVIRONMENT "CUSTMINPAY"
                   ON EXCEPTION
                       MOVE "MinPayRules.dat" TO WSMinPayFileName
               END-ACCEPT
               ACCEPT WSRatHistFileName FROM ENVIRONMENT "CUSTRATHIST"
                   ON EXCEPTION
                       MOVE "RatingHist.dat" TO WSRatHistFileName
               END-ACCEPT
               ACCEPT WSDueFileName FROM ENVIRONMENT "CUSTDUE"
                   ON EXCEPTION
                       MOVE "StmtDue.dat" TO WSDueFileName
               END-ACCEPT
               PERFORM LoadMinPayTable
               PERFORM LoadTierTable
               OPEN I-O DueFile
               IF NOT WSDueFileOK
                   OPEN OUTPUT DueFile
                   IF WSDueFileOK
                       CLOSE DueFile
                       OPEN I-O DueFile
                   END-IF
               END-IF
               IF WSDueFileOK
                   SET WSDueFileAvail TO TRUE
               ELSE
                   DISPLAY "Statement: due file " WSDueFileName
                       " will not open; dues printed, not kept."
               END-IF
               ACCEPT WSLoyBalFileName FROM ENVIRONMENT "CUSTLOYBAL"
                   ON EXCEPTION
                       MOVE "LoyaltyBal.dat" TO WSLoyBalFileName
               END-ACCEPT
               OPEN INPUT LoyBalFile
               IF WSLoyBalOK
                   SET WSLoyBalAvail TO TRUE
               END-IF.

           LoadMinPayTable.
               MOVE 'N' TO WSEOF
               OPEN INPUT MinPayFile
               IF NOT WSMinPayOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ MinPayFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF WSMinCount < 20
                               ADD 1 TO WSMinCount
                               MOVE MinTier TO TblMinTier(WSMinCount)
                               MOVE MinPct TO TblMinPct(WSMinCount)
                               MOVE MinFloor TO
                                   TblMinFloor(WSMinCount)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MinPayFile
               MOVE 'N' TO WSEOF.

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
               CLOSE RatingHistFile
               MOVE 'N' TO WSEOF.

      *|==============================================================|
      *    FindCustomerCycle answers from the loaded assignments.
      *    A customer the file has not caught up with yet deals by
                   ADD 1 TO WSRetMailSupp
                   EXIT PARAGRAPH
               END-IF
               PERFORM QueryStatementCurrency
               PERFORM SumMonthPostings
               PERFORM FindGroupHead
               IF BalAmount = ZERO AND WSPostingCount = ZERO
                   AND NOT WSIsGroupHead
                   ADD 1 TO WSZeroSuppCount
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WSOpeningBal =
                   BalAmount - WSNetMovement - WSNetLater
               COMPUTE WSClosingBal = WSOpeningBal + WSNetMovement
               IF WSFxBilled
                   COMPUTE WSFxClosing = WSFxBalance - WSFxNetLater
                   COMPUTE WSFxOpening =
                       WSFxClosing - WSFxNetMovement
               END-IF
               PERFORM SetDeliveryRoute
               IF WSRetMailHeld
                   ADD 1 TO WSRetMailSupp
               IF NOT CustDomesticAddr
                   PERFORM EmitCountryLine
               END-IF
               MOVE WSStmtCurrency TO PrnOpenCur PrnCloseCur
                   PrnMinCur
               IF WSFxBilled
                   MOVE WSStmtCurrency TO PrnStmtCurrency
                   MOVE StmtCurrencyLine TO WSStmtOutLine
                   PERFORM EmitStmtLine
                   MOVE WSFxOpening TO PrnOpening
               ELSE
                   MOVE WSOpeningBal TO PrnOpening
               END-IF
               PERFORM CheckOpenItemCustomer
               IF WSOiCustomer
                   PERFORM PrintOpenItems
               ELSE
                   MOVE StmtOpenLine TO WSStmtOutLine
                   PERFORM EmitStmtLine
                   PERFORM PrintMonthPostings
               END-IF
               IF WSFxBilled
                   MOVE WSFxClosing TO PrnClosing
               ELSE
                   MOVE WSClosingBal TO PrnClosing
               END-IF
               MOVE StmtCloseLine TO WSStmtOutLine
               PERFORM EmitStmtLine
               IF NOT WSFxBilled
                   PERFORM PrintClosingSplit
               END-IF
               PERFORM SetPaymentDue
               IF WSLoyBalAvail
                   PERFORM PrintLoyaltyPoints
               END-IF
               IF WSPlanFileAvail
                   PERFORM PrintPlanStanding
               END-IF
               IF WSDispFileAvail
                   PERFORM PrintOpenDisputes
               END-IF
               IF WSIsGroupHead
                   PERFORM PrintGroupSummary
               END-IF
               PERFORM PrintStatementMessages
               ADD 1 TO WSStatementCount
               IF WSEDelivery
                   IF WSInserterOn
                       PERFORM FlushInserterStatement
                   END-IF
               END-IF
               PERFORM LogStatementSent.

      *|==============================================================|
      *    LogStatementSent puts the statement on the customer's
      *    correspondence log: the email address it went to, or the
      *    street line it was printed for.
      *|==============================================================|

           LogStatementSent.
               IF WSEDelivery
                   MOVE "EMAIL" TO WSCorrChannel
                   MOVE CustEmail OF CustomerData TO WSCorrAddress
               ELSE
                   MOVE "MAIL" TO WSCorrChannel
                   MOVE StmtAddrLine TO WSCorrAddress
               END-IF
               CALL 'CorrLog' USING BalIDNum WSCorrDocType
                   WSCorrTemplate WSCorrChannel WSCorrAddress
                   WSCorrSource.

      *|==============================================================|
      *    SetPaymentDue prints the payment due under the closing
      *    balance and keeps it on the due file. A statement month
      *    already on file for the customer reprints the due and
      *    minimum it was given; otherwise the minimum is the tier's
      *    percentage of the closing balance, never under the
      *    tier's floor, plus whatever the last judged statement's
      *    missed minimum left unpaid -- all capped at the closing
      *    balance less what the customer holds under dispute,
      *    the balance actually due. A tier with no rule line (and
      *    no DEFAULT line) owes that balance in full; a balance of
      *    nothing owes nothing, and goes on file already settled.
      *|==============================================================|

           SetPaymentDue.
               MOVE 'N' TO WSDueOnFileFlag
               MOVE ZERO TO WSPastDueCarry
               MOVE WSRunDueDate TO WSDueDate
               IF WSDueFileAvail
                   PERFORM ScanCustomerDues
               END-IF
               IF NOT WSDueOnFile
                   PERFORM WorkMinimumDue
                   IF WSDueFileAvail
                       PERFORM RecordPaymentDue
                   END-IF
               END-IF
               IF WSMinimumDue = ZERO
                   MOVE StmtNoDueLine TO WSStmtOutLine
                   PERFORM EmitStmtLine
                   EXIT PARAGRAPH
               END-IF
               MOVE WSDueDate TO PrnDueDate
               MOVE StmtDueLine TO WSStmtOutLine
               PERFORM EmitStmtLine
               MOVE WSMinimumDue TO PrnMinimum
               IF WSFxBilled
                   MOVE WSMinimumDue TO WSFxDueIn
                   PERFORM ForeignDueAmount
                   MOVE WSFxDueOut TO PrnMinimum
               END-IF
               MOVE StmtMinLine TO WSStmtOutLine
               PERFORM EmitStmtLine
               IF WSPastDueCarry > ZERO
                   MOVE WSPastDueCarry TO PrnPastDue
                   IF WSFxBilled
                       MOVE WSPastDueCarry TO WSFxDueIn
                       PERFORM ForeignDueAmount
                       MOVE WSFxDueOut TO PrnPastDue
                   END-IF
                   MOVE StmtPastDueLine TO WSStmtOutLine
                   PERFORM EmitStmtLine
               END-IF.

      *|==============================================================|
      *    ForeignDueAmount prints a dollar due in the customer's
      *    currency: the whole balance due is the whole foreign
      *    balance, anything less converts at the statement date's
      *    rate, never past the foreign balance.
      *|==============================================================|

           ForeignDueAmount.
               IF WSFxDueIn >= WSClosingBal OR WSFxClosing <= ZERO
                   IF WSFxClosing > ZERO
                       MOVE WSFxClosing TO WSFxDueOut
                   ELSE
                       MOVE ZERO TO WSFxDueOut
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               CALL 'FxConv' USING WSStmtCurrency WSStmtDate
                   WSFxDayRate WSFxRateFound
               IF NOT WSFxRateInForce OR WSFxDayRate = ZERO
                   COMPUTE WSFxDueOut ROUNDED =
                       WSFxDueIn * WSFxClosing / WSClosingBal
               ELSE
                   COMPUTE WSFxDueOut ROUNDED =
                       WSFxDueIn / WSFxDayRate
               END-IF
               IF WSFxDueOut > WSFxClosing
                   MOVE WSFxClosing TO WSFxDueOut
               END-IF.

      *|==============================================================|
      *    QueryStatementCurrency asks FxLedger what the customer is
      *    billed in and what the foreign balance stands at now.
      *|==============================================================|

           QueryStatementCurrency.
               MOVE 'N' TO WSFxBilledFlag
               MOVE SPACES TO WSStmtCurrency
               MOVE ZERO TO WSFxBalance WSFxNetMovement WSFxNetLater
               MOVE BalIDNum TO FxLIDNum
               MOVE 'Q' TO WSFxFunction
               CALL 'FxLedger' USING WSFxFunction FxLinkArea
               IF FxLDone
                   SET WSFxBilled TO TRUE
                   MOVE FxLCurrency TO WSStmtCurrency
                   MOVE FxLBalance TO WSFxBalance
               END-IF.

      *|==============================================================|
      *    FindPostingForeign reads the foreign side of the history
      *    line in hand, by the line's own key.
      *|==============================================================|

           FindPostingForeign.
               MOVE PostHKeyIDNum TO FxLIDNum
               MOVE PostHKeyDate TO FxLDate
               MOVE PostHKeySeq TO FxLSeq
               MOVE 'F' TO WSFxFunction
               CALL 'FxLedger' USING WSFxFunction FxLinkArea.

           PrintLoyaltyPoints.
               MOVE BalIDNum TO LBIDNum
               READ LoyBalFile
                   INVALID KEY
                       EXIT PARAGRAPH
               END-READ
               IF LBPoints > ZERO
                   MOVE LBPoints TO PrnLoyPoints
                   MOVE StmtLoyaltyLine TO WSStmtOutLine
                   PERFORM EmitStmtLine
               END-IF.

      *|==============================================================|
      *    ScanCustomerDues reads the customer's dues in date order:
      *    the statement month's own due when it is already on
      *    file, else the shortfall of the latest earlier statement
      *    DueCheck has judged, when that one was missed.
      *|==============================================================|

           ScanCustomerDues.
               MOVE BalIDNum TO DueIDNum
               MOVE ZERO TO DueStmtDate
               MOVE 'N' TO WSDueEOF
               START DueFile KEY IS NOT LESS THAN DueKey
                   INVALID KEY
                       EXIT PARAGRAPH
               END-START
               PERFORM UNTIL WSDueAtEOF OR WSDueOnFile
                   READ DueFile NEXT RECORD
                       AT END SET WSDueAtEOF TO TRUE
                       NOT AT END
                           IF DueIDNum NOT = BalIDNum
                               SET WSDueAtEOF TO TRUE
                           ELSE
                               PERFORM NoteOneDue
                           END-IF
                   END-READ
               END-PERFORM.

           NoteOneDue.
               EVALUATE TRUE
                   WHEN DueStmtMonth = WSStmtMonth
                       SET WSDueOnFile TO TRUE
                       MOVE DueDate TO WSDueDate
                       MOVE DueMinimum TO WSMinimumDue
                       MOVE DuePastDue TO WSPastDueCarry
                   WHEN DueStmtMonth > WSStmtMonth
                       CONTINUE
                   WHEN DuePaidOnTime
                       MOVE ZERO TO WSPastDueCarry
                   WHEN DueMissed
                       MOVE ZERO TO WSPastDueCarry
                       IF DueMinimum > DuePaid
                           COMPUTE WSPastDueCarry =
                               DueMinimum - DuePaid
                       END-IF
               END-EVALUATE.

           WorkMinimumDue.
               MOVE ZERO TO WSMinimumDue
               IF WSClosingBal <= ZERO
                   MOVE ZERO TO WSPastDueCarry
                   EXIT PARAGRAPH
               END-IF
               CALL 'DispCheck' USING BalIDNum WSHeldCount HeldList
                   WSHeldTotal
               COMPUTE WSDueBase = WSClosingBal - WSHeldTotal
               IF WSDueBase <= ZERO
                   MOVE ZERO TO WSPastDueCarry
                   EXIT PARAGRAPH
               END-IF
               PERFORM FindCustomerTier
               PERFORM FindMinPayRule
               IF WSMinFound
                   COMPUTE WSMinimumDue ROUNDED =
                       WSDueBase * WSRulePct / 100
                   IF WSMinimumDue < WSRuleFloor
                       MOVE WSRuleFloor TO WSMinimumDue
                   END-IF
                   ADD WSPastDueCarry TO WSMinimumDue
               ELSE
                   MOVE WSDueBase TO WSMinimumDue
               END-IF
               IF WSMinimumDue > WSDueBase
                   MOVE WSDueBase TO WSMinimumDue
               END-IF.

           FindCustomerTier.
               MOVE SPACES TO WSCustTier
               IF WSTierCount > ZERO
                   SET TierIdx TO 1
                   SEARCH TierEntry
                       AT END CONTINUE
                       WHEN TierIDNum(TierIdx) = BalIDNum
                           MOVE TierLabel(TierIdx) TO WSCustTier
                   END-SEARCH
               END-IF
               IF WSCustTier = SPACES
                   MOVE "DEFAULT" TO WSCustTier
               END-IF.

      *|==============================================================|
      *    FindMinPayRule answers the rule line for the customer's
      *    tier, falling back to the DEFAULT line when the tier has
      *    none of its own.
      *|==============================================================|

           FindMinPayRule.
               MOVE 'N' TO WSMinFoundFlag
               PERFORM SearchMinPayTable
               IF NOT WSMinFound AND WSCustTier NOT = "DEFAULT"
                   MOVE "DEFAULT" TO WSCustTier
                   PERFORM SearchMinPayTable
               END-IF.

           SearchMinPayTable.
               PERFORM VARYING WSMinIdx FROM 1 BY 1
                   UNTIL WSMinIdx > WSMinCount OR WSMinFound
                   IF TblMinTier(WSMinIdx) = WSCustTier
                       MOVE 'Y' TO WSMinFoundFlag
                       MOVE TblMinPct(WSMinIdx) TO WSRulePct
                       MOVE TblMinFloor(WSMinIdx) TO WSRuleFloor
                   END-IF
               END-PERFORM.

           RecordPaymentDue.
               MOVE BalIDNum TO DueIDNum
               MOVE WSStmtDate TO DueStmtDate
               MOVE WSStmtMonth TO DueStmtMonth
               MOVE WSDueDate TO DueDate
               MOVE WSClosingBal TO DueClosingBal
               MOVE WSMinimumDue TO DueMinimum
               MOVE WSPastDueCarry TO DuePastDue
               MOVE ZERO TO DuePaid DueCheckedDate
               IF WSMinimumDue = ZERO
                   SET DuePaidOnTime TO TRUE
                   MOVE WSStmtDate TO DueCheckedDate
               ELSE
                   SET DueOpen TO TRUE
               END-IF
               WRITE DueRecord
                   INVALID KEY
                       REWRITE DueRecord
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
               END-WRITE
               ADD 1 TO WSDueCount.

      *|==============================================================|
      *    LoadGroupTable reads the hierarchy file into the group
      *    table -- each subsidiary, and each parent once -- then
      *    fills in every member's name and balance and nets the
      *    statement month's postings for all of them in a single
      *    history pass. The balance file is closed and reopened
      *    after the keyed reads so the main pass starts from the
      *    top. No hierarchy file, no group summaries.
      *|==============================================================|

           LoadGroupTable.
               ACCEPT WSHierFileName FROM ENVIRONMENT "CUSTHIER"
                   ON EXCEPTION
                       MOVE "Hierarchy.dat" TO WSHierFileName
               END-ACCEPT
               OPEN INPUT HierFile
               IF NOT WSHierFileOK
                   EXIT PARAGRAPH
               END-IF
               MOVE 'N' TO WSHierEOF
               PERFORM UNTIL WSHierAtEOF OR WSGroupTableFull
                   READ HierFile NEXT RECORD
                       AT END SET WSHierAtEOF TO TRUE
                       NOT AT END
                           MOVE HierParentId TO WSGrpAddId
                           MOVE HierParentId TO WSGrpAddParent
                           PERFORM AddGroupMember
                           MOVE HierChildId TO WSGrpAddId
                           PERFORM AddGroupMember
                   END-READ
               END-PERFORM
               CLOSE HierFile
               IF WSGroupTableFull
                   DISPLAY "Statement: more than " WSGrpMax
                       " group accounts; later groups summarized"
                       " in part."
               END-IF
               IF WSGrpCount = ZERO
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING WSGrpIdx FROM 1 BY 1
                       UNTIL WSGrpIdx > WSGrpCount
                   PERFORM FetchGroupMember
               END-PERFORM
               MOVE 'N' TO WSHistEOF
               OPEN INPUT HistoryFile
               IF WSHistFileOK
                   PERFORM UNTIL WSHistAtEOF
                       READ HistoryFile NEXT RECORD
                           AT END SET WSHistAtEOF TO TRUE
                           NOT AT END
                               PERFORM NetGroupPosting
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE HistoryFile
               CLOSE BalanceFile
               OPEN INPUT BalanceFile.

           AddGroupMember.
               PERFORM VARYING WSGrpIdx FROM 1 BY 1
                       UNTIL WSGrpIdx > WSGrpCount
                   IF GtIDNum(WSGrpIdx) = WSGrpAddId
                       EXIT PARAGRAPH
                   END-IF
               END-PERFORM
               IF WSGrpCount >= WSGrpMax
                   SET WSGroupTableFull TO TRUE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WSGrpCount
               MOVE WSGrpAddId TO GtIDNum(WSGrpCount)
               MOVE WSGrpAddParent TO GtParentId(WSGrpCount)
               MOVE SPACES TO GtName(WSGrpCount)
               MOVE ZERO TO GtBalance(WSGrpCount)
               MOVE ZERO TO GtNet(WSGrpCount)
               MOVE ZERO TO GtLater(WSGrpCount).

           FetchGroupMember.
               MOVE GtIDNum(WSGrpIdx) TO BalIDNum
               READ BalanceFile
                   INVALID KEY
                       MOVE ZERO TO GtBalance(WSGrpIdx)
                   NOT INVALID KEY
                       MOVE BalAmount TO GtBalance(WSGrpIdx)
               END-READ
               MOVE GtIDNum(WSGrpIdx) TO IDNum OF CustomerData
               READ CustomerFile
                   INVALID KEY
                       MOVE "(not on master)" TO GtName(WSGrpIdx)
                   NOT INVALID KEY
                       MOVE CustCompanyName OF CustomerData
                           TO GtName(WSGrpIdx)
               END-READ.

           NetGroupPosting.
               IF PostHDate(1:6) < WSStmtMonth
                   EXIT PARAGRAPH
               END-IF
               MOVE ZERO TO WSGrpFound
               PERFORM VARYING WSGrpIdx FROM 1 BY 1
                       UNTIL WSGrpIdx > WSGrpCount
                           OR WSGrpFound > ZERO
                   IF GtIDNum(WSGrpIdx) = PostHIDNum
                       MOVE WSGrpIdx TO WSGrpFound
                   END-IF
               END-PERFORM
               IF WSGrpFound = ZERO
                   EXIT PARAGRAPH
               END-IF
               IF PostHDate(1:6) = WSStmtMonth
                   IF PostHDebit
                       ADD PostHAmount TO GtNet(WSGrpFound)
                   ELSE
                       SUBTRACT PostHAmount FROM GtNet(WSGrpFound)
                   END-IF
               ELSE
                   IF PostHDebit
                       ADD PostHAmount TO GtLater(WSGrpFound)
                   ELSE
                       SUBTRACT PostHAmount FROM GtLater(WSGrpFound)
                   END-IF
               END-IF.

      *|==============================================================|
      *    FindGroupHead: is the customer being printed the parent
      *    of a group? A head office's statement always prints,
      *    even with nothing of its own to show, because it carries
      *    the group summary.
      *|==============================================================|

           FindGroupHead.
               MOVE 'N' TO WSGroupHeadFlag
               PERFORM VARYING WSGrpIdx FROM 1 BY 1
                       UNTIL WSGrpIdx > WSGrpCount
                           OR WSIsGroupHead
                   IF GtIDNum(WSGrpIdx) = BalIDNum
                       AND GtParentId(WSGrpIdx) = BalIDNum
                       MOVE 'Y' TO WSGroupHeadFlag
                   END-IF
               END-PERFORM.

      *|==============================================================|
      *    PrintGroupSummary closes a head office's statement with
      *    the whole group: the head office first, each subsidiary
      *    after it, every one with its opening and closing balance
      *    for the month, and the group totals -- the figure head
      *    office used to add up from a dozen statements by hand.
      *|==============================================================|

           PrintGroupSummary.
               MOVE ZERO TO WSGrpMembers
               MOVE ZERO TO WSGrpOpenTotal
               MOVE ZERO TO WSGrpCloseTotal
               MOVE SPACES TO WSStmtOutLine
               PERFORM EmitStmtLine
               MOVE StmtGroupHead TO WSStmtOutLine
               PERFORM EmitStmtLine
               MOVE StmtGroupColHead TO WSStmtOutLine
               PERFORM EmitStmtLine
               PERFORM VARYING WSGrpIdx FROM 1 BY 1
                       UNTIL WSGrpIdx > WSGrpCount
                   IF GtIDNum(WSGrpIdx) = BalIDNum
                       PERFORM PrintGroupMember
                   END-IF
               END-PERFORM
               PERFORM VARYING WSGrpIdx FROM 1 BY 1
                       UNTIL WSGrpIdx > WSGrpCount
                   IF GtParentId(WSGrpIdx) = BalIDNum
                       AND GtIDNum(WSGrpIdx) NOT = BalIDNum
                       PERFORM PrintGroupMember
                   END-IF
               END-PERFORM
               MOVE WSGrpMembers TO PrnGrpMembers
               MOVE WSGrpOpenTotal TO PrnGrpOpenTot
               MOVE WSGrpCloseTotal TO PrnGrpCloseTot
               MOVE StmtGroupTotal TO WSStmtOutLine
               PERFORM EmitStmtLine.

           PrintGroupMember.
               COMPUTE WSGrpOpening = GtBalance(WSGrpIdx)
                   - GtNet(WSGrpIdx) - GtLater(WSGrpIdx)
               COMPUTE WSGrpClosing = WSGrpOpening + GtNet(WSGrpIdx)
               ADD 1 TO WSGrpMembers
               ADD WSGrpOpening TO WSGrpOpenTotal
               ADD WSGrpClosing TO WSGrpCloseTotal
               MOVE GtIDNum(WSGrpIdx) TO PrnGrpId
               MOVE GtName(WSGrpIdx) TO PrnGrpName
               MOVE WSGrpOpening TO PrnGrpOpen
               MOVE WSGrpClosing TO PrnGrpClose
               MOVE StmtGroupLine TO WSStmtOutLine
               PERFORM EmitStmtLine.

      *|==============================================================|
      *    EmitCountryLine finishes a foreign address: the postal
      *    code the country actually uses plus the country name
           SumMonthPostings.
               MOVE ZERO TO WSNetMovement
               MOVE ZERO TO WSNetLater
               MOVE ZERO TO WSLaterPrin WSLaterFees WSLaterInt
               MOVE ZERO TO WSPostingCount
               MOVE ZERO TO WSRevPairCount
               MOVE 'N' TO WSHistEOF
               OPEN INPUT HistoryFile
               IF WSHistFileOK
                   MOVE BalIDNum TO PostHKeyIDNum
                   COMPUTE PostHKeyDate = WSStmtMonth * 100 + 1
                   MOVE ZERO TO PostHKeySeq
                   START HistoryFile KEY IS NOT LESS THAN PostHKey
                       INVALID KEY SET WSHistAtEOF TO TRUE
                   END-START
                   PERFORM UNTIL WSHistAtEOF
                       READ HistoryFile NEXT RECORD
                           AT END SET WSHistAtEOF TO TRUE
                           NOT AT END
                               IF PostHIDNum = BalIDNum
                                   PERFORM NetOnePosting
                               ELSE
                                   SET WSHistAtEOF TO TRUE
                               END-IF
                       END-READ
                   END-PERFORM
                       ELSE
                           SUBTRACT PostHAmount FROM WSNetLater
                       END-IF
                       PERFORM NetLaterComponents
                   END-IF
               END-IF
               IF WSFxBilled AND PostHDate(1:6) >= WSStmtMonth
                   PERFORM NetOneForeign
               END-IF.

      *|==============================================================|
      *    NetOneForeign nets the line's foreign side, when it has
      *    one, into the month's or the later foreign movement. A
      *    line from before the currency was set has none and never
      *    moved the foreign balance.
      *|==============================================================|

           NetOneForeign.
               PERFORM FindPostingForeign
               IF NOT FxLDone
                   EXIT PARAGRAPH
               END-IF
               IF PostHDate(1:6) = WSStmtMonth
                   IF PostHDebit
                       ADD FxLForeign TO WSFxNetMovement
                   ELSE
                       SUBTRACT FxLForeign FROM WSFxNetMovement
                   END-IF
               ELSE
                   IF PostHDebit
                       ADD FxLForeign TO WSFxNetLater
                   ELSE
                       SUBTRACT FxLForeign FROM WSFxNetLater
                   END-IF
               END-IF.

           NetLaterComponents.
               IF NOT PostHSplitKnown
                   MOVE PostHAmount TO PostHPrinPart
                   MOVE ZERO TO PostHFeePart PostHIntPart
               END-IF
               IF PostHDebit
                   ADD PostHPrinPart TO WSLaterPrin
                   ADD PostHFeePart TO WSLaterFees
                   ADD PostHIntPart TO WSLaterInt
               ELSE
                   SUBTRACT PostHPrinPart FROM WSLaterPrin
                   SUBTRACT PostHFeePart FROM WSLaterFees
                   SUBTRACT PostHIntPart FROM WSLaterInt
               END-IF.

      *|==============================================================|
      *    PrintClosingSplit prints the closing balance by component.
      *    A balance record from before the split reads as all
      *    principal, as BalAlloc treats it.
      *|==============================================================|

           PrintClosingSplit.
               MOVE ZERO TO WSCloseFees WSCloseInt
               IF BalFees NUMERIC
                   MOVE BalFees TO WSCloseFees
               END-IF
               IF BalInterest NUMERIC
                   MOVE BalInterest TO WSCloseInt
               END-IF
               COMPUTE WSClosePrin =
                   BalAmount - WSCloseFees - WSCloseInt - WSLaterPrin
               SUBTRACT WSLaterFees FROM WSCloseFees
               SUBTRACT WSLaterInt FROM WSCloseInt
               MOVE WSClosePrin TO PrnSplitPrin
               MOVE WSCloseFees TO PrnSplitFees
               MOVE WSCloseInt TO PrnSplitInt
               MOVE StmtSplitLine TO WSStmtOutLine
               PERFORM EmitStmtLine.

           PrintMonthPostings.
               IF WSPostingCount = ZERO
                   MOVE StmtNoPostLine TO WSStmtOutLine
               END-IF
               MOVE 'N' TO WSHistEOF
               OPEN INPUT HistoryFile
               MOVE BalIDNum TO PostHKeyIDNum
               COMPUTE PostHKeyDate = WSStmtMonth * 100 + 1
               MOVE ZERO TO PostHKeySeq
               START HistoryFile KEY IS NOT LESS THAN PostHKey
                   INVALID KEY SET WSHistAtEOF TO TRUE
               END-START
               PERFORM UNTIL WSHistAtEOF
                   READ HistoryFile NEXT RECORD
                       AT END SET WSHistAtEOF TO TRUE
                       NOT AT END
                           IF PostHIDNum NOT = BalIDNum
                               OR PostHDate(1:6) > WSStmtMonth
                               SET WSHistAtEOF TO TRUE
                           ELSE
                               MOVE PostHDate TO PrnPostDate
                               MOVE PostHType TO PrnPostType
                               MOVE PostHAmount TO PrnPostAmount
                               MOVE SPACES TO PrnPostCur
                               IF WSFxBilled
                                   PERFORM PrintForeignAmount
                               END-IF
                               MOVE PostHDesc TO PrnPostDesc
                               PERFORM MarkReversalPair
                               MOVE StmtPostLine TO WSStmtOutLine
               END-PERFORM
               CLOSE HistoryFile.

           PrintForeignAmount.
               PERFORM FindPostingForeign
               IF FxLDone
                   MOVE FxLForeign TO PrnPostAmount
                   MOVE FxLCurrency TO PrnPostCur
               ELSE
                   MOVE "USD" TO PrnPostCur
               END-IF.

      *|==============================================================|
      *    MarkReversalPair dresses the detail line's marker column:
      *    a reversal says which posting date it backs out, and the
                   END-IF
               END-PERFORM.

      *|==============================================================|
      *    PrintOpenDisputes lists the customer's open cases in case
      *    order, with one reminder line after them that the amounts
      *    are not due while the review runs.
      *|==============================================================|

           PrintOpenDisputes.
               MOVE BalIDNum TO DispIDNum
               MOVE ZERO TO DispSeq
               MOVE 'N' TO WSDispEOF
               MOVE ZERO TO WSDispCount
               START DisputeFile KEY IS NOT LESS THAN DispKey
                   INVALID KEY
                       EXIT PARAGRAPH
               END-START
               PERFORM UNTIL WSDispAtEOF
                   READ DisputeFile NEXT RECORD
                       AT END SET WSDispAtEOF TO TRUE
                       NOT AT END
                           IF DispIDNum NOT = BalIDNum
                               SET WSDispAtEOF TO TRUE
                           ELSE
                               IF DispOpen
                                   PERFORM PrintOneDispute
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               IF WSDispCount > ZERO
                   MOVE StmtDispNote TO WSStmtOutLine
                   PERFORM EmitStmtLine
               END-IF.

           PrintOneDispute.
               ADD 1 TO WSDispCount
               MOVE DispPostDate TO PrnDispDate
               MOVE DispAmount TO PrnDispAmount
               MOVE DispReason TO PrnDispReason
               MOVE StmtDispLine TO WSStmtOutLine
               PERFORM EmitStmtLine.

      *|==============================================================|
      *    CheckOpenItemCustomer looks for the customer's account
      *    record on the open-item file.
      *|==============================================================|

           CheckOpenItemCustomer.
               MOVE 'N' TO WSOiCustFlag
               IF NOT WSOiFileAvail
                   EXIT PARAGRAPH
               END-IF
               MOVE BalIDNum TO OiAIDNum
               MOVE SPACES TO OiARef
               READ OpenItemFile
                   INVALID KEY
                       EXIT PARAGRAPH
               END-READ
               IF OiAccountRecord
                   SET WSOiCustomer TO TRUE
               END-IF.

      *|==============================================================|
      *    PrintOpenItems lists the customer's invoices still open,
      *    in number order, then the credits still on account, and
      *    totals the two -- the invoices less the credits.
      *|==============================================================|

           PrintOpenItems.
               MOVE ZERO TO WSOiCount WSOiTotal
               MOVE StmtOiHeading TO WSStmtOutLine
               PERFORM EmitStmtLine
               PERFORM BrowseOpenItems
               IF WSOiCount = ZERO
                   MOVE StmtNoOiLine TO WSStmtOutLine
                   PERFORM EmitStmtLine
               END-IF
               MOVE WSOiTotal TO PrnOiTotal
               MOVE StmtOiTotalLine TO WSStmtOutLine
               PERFORM EmitStmtLine.

           BrowseOpenItems.
               MOVE 'N' TO WSOiEOF
               MOVE BalIDNum TO OiIDNum
               MOVE SPACES TO OiRef
               START OpenItemFile KEY IS GREATER THAN OiKey
                   INVALID KEY
                       EXIT PARAGRAPH
               END-START
               PERFORM UNTIL WSOiAtEOF
                   READ OpenItemFile NEXT RECORD
                       AT END SET WSOiAtEOF TO TRUE
                       NOT AT END
                           IF OiIDNum NOT = BalIDNum
                               SET WSOiAtEOF TO TRUE
                           ELSE
                               IF OiOpenAmount > ZERO
                                   PERFORM PrintOneOpenItem
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.

           PrintOneOpenItem.
               ADD 1 TO WSOiCount
               MOVE OiRef TO PrnOiRef
               MOVE OiDocDate TO PrnOiDate
               MOVE OiOrigAmount TO PrnOiOrig
               IF OiOnAccount
                   MOVE SPACES TO PrnOiDue
                   COMPUTE PrnOiOpen = ZERO - OiOpenAmount
                   MOVE "ON ACCOUNT" TO PrnOiAge
                   SUBTRACT OiOpenAmount FROM WSOiTotal
               ELSE
                   MOVE OiDueDate TO PrnOiDue
                   MOVE OiOpenAmount TO PrnOiOpen
                   PERFORM AgeOneOpenItem
                   ADD OiOpenAmount TO WSOiTotal
               END-IF
               MOVE StmtOiLine TO WSStmtOutLine
               PERFORM EmitStmtLine.

           AgeOneOpenItem.
               MOVE "CURRENT" TO PrnOiAge
               MOVE 'D' TO WSDateCalcOp
               MOVE WSStmtDate TO WSDateCalcDate2
               CALL 'DateCalc' USING WSDateCalcOp OiDueDate
                   WSDateCalcDate2 WSDateCalcDays WSDateCalcResult
                   WSDateCalcDow WSDateCalcValid
               IF WSDateCalcValid = 'Y' AND WSDateCalcDays > ZERO
                   MOVE WSDateCalcDays TO WSOiAgeDays
                   MOVE WSOiAgeText TO PrnOiAge
               END-IF.

      *|==============================================================|
      *    PrintPlanStanding shows the customer's payment plan when
      *    one is live and in good standing as of the statement
               MOVE 'N' TO WSHistEOF
               OPEN INPUT HistoryFile
               IF WSHistFileOK
                   MOVE PlanIDNum TO PostHKeyIDNum
                   MOVE PlanStartDate TO PostHKeyDate
                   MOVE ZERO TO PostHKeySeq
                   START HistoryFile KEY IS NOT LESS THAN PostHKey
                       INVALID KEY SET WSHistAtEOF TO TRUE
                   END-START
                   PERFORM UNTIL WSHistAtEOF
                       READ HistoryFile NEXT RECORD
                           AT END SET WSHistAtEOF TO TRUE
                           NOT AT END
                               IF PostHIDNum NOT = PlanIDNum
                                   SET WSHistAtEOF TO TRUE
                               ELSE
                                   IF PostHCredit
                                       ADD PostHAmount
                                           TO WSPlanCredits
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
