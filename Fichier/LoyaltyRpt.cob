      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoyaltyRpt.

      *|==============================================================|
      *    LoyaltyRpt is the monthly loyalty-points liability report
      *    accounting books the points provision from: the month's
      *    movements off the points ledger (CUSTLOYALTY, default
      *    LoyaltyLedger.dat, LoyRec.cpy layout) -- earned, bonus,
      *    redeemed with the credit they bought, expired, and
      *    clawed back -- then the points outstanding at the close
      *    off the balance file (CUSTLOYBAL, default LoyaltyBal.dat,
      *    LoyBal.cpy layout), the customers holding them, and
      *    their cash value at the cash-value line on the rate file
      *    (CUSTLOYRATE, default LoyaltyRates.dat; 100 points to the
      *    1.00 when there is no such line).
      *
      *    The outstanding points are proved against the ledger: all
      *    earned and bonus points less all redeemed, expired, and
      *    clawed back must equal what the balances hold. A
      *    difference is flagged and the run log carries return code
      *    4, for the balances to be checked before the provision is
      *    booked.
      *
      *    The month is CUSTLOYMONTH (yyyymm) when set, else the
      *    business date's month; the nightly chain runs it on the
      *    month's last cycle, after LoyaltyEarn has expired the
      *    aged points. The report goes to CUSTLOYRPT, default
      *    LoyaltyRpt.rpt.
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT LedgerFile ASSIGN TO WSLedgerFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSLedgerStatus.

               SELECT LoyBalFile ASSIGN TO WSLoyBalFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS LBIDNum
                   FILE STATUS IS WSLoyBalStatus.

               SELECT RateFile ASSIGN TO WSRateFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSRateFileStatus.

               SELECT LoyRptFile ASSIGN TO WSReportFileName
                   ORGANIZATION IS LINE SEQUENTIAL.

      *|==============================================================|

       DATA DIVISION.

           FILE SECTION.

               FD LedgerFile.
                   COPY "LoyRec.cpy".

               FD LoyBalFile.
                   COPY "LoyBal.cpy".

               FD RateFile.
                   COPY "LoyRate.cpy".

               FD LoyRptFile.
                   1 LoyRptLine PIC X(100).

           WORKING-STORAGE SECTION.

               1 WSLedgerFileName PIC X(100).
               1 WSLoyBalFileName PIC X(100).
               1 WSRateFileName PIC X(100).
               1 WSReportFileName PIC X(100).

               1 WSLedgerStatus PIC X(2).
                   88 WSLedgerOK VALUE '00'.
               1 WSLoyBalStatus PIC X(2).
                   88 WSLoyBalOK VALUE '00'.
               1 WSRateFileStatus PIC X(2).
                   88 WSRateFileOK VALUE '00'.

               1 WSEOF PIC X(1).
                   88 WSAtEOF VALUE 'Y'.

               1 WSBizDateParm PIC X(8).
               1 WSRunDate PIC 9(8).
               1 WSMonthParm PIC X(6).
               1 WSLoyMonth PIC 9(6).

               1 WSPointsPerUnit PIC 9(3)V99 VALUE 100.

      *    The month's movements, by ledger type.
               1 WSEarnedCount PIC 9(7) VALUE ZERO.
               1 WSEarnedPts PIC 9(11) VALUE ZERO.
               1 WSBonusCount PIC 9(7) VALUE ZERO.
               1 WSBonusPts PIC 9(11) VALUE ZERO.
               1 WSRedeemCount PIC 9(7) VALUE ZERO.
               1 WSRedeemPts PIC 9(11) VALUE ZERO.
               1 WSRedeemCash PIC 9(11)V99 VALUE ZERO.
               1 WSExpireCount PIC 9(7) VALUE ZERO.
               1 WSExpirePts PIC 9(11) VALUE ZERO.
               1 WSClawCount PIC 9(7) VALUE ZERO.
               1 WSClawPts PIC 9(11) VALUE ZERO.

      *    All-time ledger net, and what the balances hold.
               1 WSLedgerNet PIC S9(11) VALUE ZERO.
               1 WSOutstanding PIC 9(11) VALUE ZERO.
               1 WSHolderCount PIC 9(7) VALUE ZERO.
               1 WSBalCount PIC 9(7) VALUE ZERO.
               1 WSCashValue PIC 9(11)V99 VALUE ZERO.

               1 WSDiffFlag PIC X(1) VALUE 'N'.
                   88 WSLedgerDiffers VALUE 'Y'.

               1 HeadLine1.
                   2 FILLER PIC X(36)
                       VALUE " Loyalty-points liability for month ".
                   2 PrnHeadMonth PIC 9(6).

               1 HeadLine2.
                   2 FILLER PIC X(28) VALUE " Movement".
                   2 FILLER PIC X(10) VALUE "     Lines".
                   2 FILLER PIC X(16) VALUE "          Points".
                   2 FILLER PIC X(16) VALUE "          Amount".

               1 DetailLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnMoveLabel PIC X(27).
                   2 PrnMoveCount PIC Z,ZZZ,ZZ9.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnMovePoints PIC ZZ,ZZZ,ZZZ,ZZ9.
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnMoveAmount PIC ZZZ,ZZZ,ZZ9.99.

               1 SummaryLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnSumLabel PIC X(27).
                   2 PrnSumValue PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

               1 PointsLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnPtsLabel PIC X(27).
                   2 PrnPtsValue PIC ZZZ,ZZZ,ZZZ,ZZ9-.

               1 MessageLine PIC X(80).

      *    Standard report identification and catalog registration.
               1 WSBnrFunction PIC X(1).
               1 WSBnrReportName PIC X(20) VALUE "LoyaltyRpt".
               1 WSBnrRequestor PIC X(8) VALUE "BATCH".
               1 WSBnrCount PIC 9(7) VALUE ZERO.
               1 WSBnrLine1 PIC X(80).
               1 WSBnrLine2 PIC X(80).

               1 WSCatReportName PIC X(20).
               1 WSCatFileName PIC X(100).
               1 WSCatPages PIC 9(4) VALUE ZERO.
               1 WSCatRecords PIC 9(7) VALUE ZERO.

      *    Run-log work area handed to the shared RunLog subprogram.
               1 WSLogStepName PIC X(20) VALUE "LoyaltyRpt".
               1 WSLogEvent PIC X(1).
               1 WSLogRecords PIC 9(7) VALUE ZERO.
               1 WSLogRejects PIC 9(7) VALUE ZERO.
               1 WSLogRC PIC 9(4) VALUE ZERO.
               1 WSLogCapacity PIC 9(5) VALUE ZERO.

      *|==============================================================|

       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSBizDateParm FROM ENVIRONMENT "CUSTBIZDATE"
                   ON EXCEPTION
                       MOVE SPACES TO WSBizDateParm
               END-ACCEPT
               IF WSBizDateParm = SPACES
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WSRunDate
               ELSE
                   MOVE WSBizDateParm TO WSRunDate
               END-IF
               ACCEPT WSMonthParm FROM ENVIRONMENT "CUSTLOYMONTH"
                   ON EXCEPTION
                       MOVE SPACES TO WSMonthParm
               END-ACCEPT
               IF WSMonthParm IS NUMERIC
                   MOVE WSMonthParm TO WSLoyMonth
               ELSE
                   MOVE WSRunDate(1:6) TO WSLoyMonth
               END-IF
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
               ACCEPT WSReportFileName FROM ENVIRONMENT "CUSTLOYRPT"
                   ON EXCEPTION
                       MOVE "LoyaltyRpt.rpt" TO WSReportFileName
               END-ACCEPT
               MOVE 'S' TO WSLogEvent
               PERFORM WriteRunLogRecord
               PERFORM LoadCashValue
               PERFORM TotalLedger
               PERFORM TotalBalances
               COMPUTE WSCashValue = WSOutstanding / WSPointsPerUnit
               IF WSLedgerNet NOT = WSOutstanding
                   SET WSLedgerDiffers TO TRUE
               END-IF
               OPEN OUTPUT LoyRptFile
               MOVE 'B' TO WSBnrFunction
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   WSBnrRequestor WSBnrCount WSBnrLine1 WSBnrLine2
               WRITE LoyRptLine FROM WSBnrLine1
               WRITE LoyRptLine FROM WSBnrLine2
               MOVE WSLoyMonth TO PrnHeadMonth
               WRITE LoyRptLine FROM HeadLine1
                   AFTER ADVANCING 1 LINE
               WRITE LoyRptLine FROM HeadLine2
                   AFTER ADVANCING 2 LINES
               PERFORM PrintMovements
               PERFORM PrintLiability
               CLOSE LoyRptFile
               MOVE "LoyaltyRpt" TO WSCatReportName
               MOVE WSReportFileName TO WSCatFileName
               MOVE WSHolderCount TO WSCatRecords
               CALL 'RptCatalog' USING WSCatReportName
                   WSCatFileName WSCatPages WSCatRecords
               DISPLAY "LoyaltyRpt: " WSOutstanding
                   " points outstanding with " WSHolderCount
                   " customers for " WSLoyMonth
               IF WSLedgerDiffers
                   DISPLAY "LoyaltyRpt: balances differ from the "
                       "ledger net " WSLedgerNet
                   MOVE 4 TO WSLogRC
                   MOVE 1 TO WSLogRejects
               END-IF
               MOVE 'E' TO WSLogEvent
               MOVE WSBalCount TO WSLogRecords
               PERFORM WriteRunLogRecord
               MOVE ZERO TO RETURN-CODE
               GOBACK.

           LoadCashValue.
               MOVE 'N' TO WSEOF
               OPEN INPUT RateFile
               IF NOT WSRateFileOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ RateFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF LRCashValue AND LRPointsPer > ZERO
                               MOVE LRPointsPer TO WSPointsPerUnit
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RateFile.

      *|==============================================================|
      *    TotalLedger reads the whole ledger: every line moves the
      *    all-time net, and the report month's lines are totalled
      *    by type.
      *|==============================================================|

           TotalLedger.
               MOVE 'N' TO WSEOF
               OPEN INPUT LedgerFile
               IF NOT WSLedgerOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ LedgerFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           PERFORM TotalOneLedgerLine
                   END-READ
               END-PERFORM
               CLOSE LedgerFile.

           TotalOneLedgerLine.
               IF LoyAddsPoints
                   ADD LoyPoints TO WSLedgerNet
               ELSE
                   SUBTRACT LoyPoints FROM WSLedgerNet
               END-IF
               IF LoyDate(1:6) NOT = WSLoyMonth
                   EXIT PARAGRAPH
               END-IF
               EVALUATE TRUE
                   WHEN LoyEarned
                       ADD 1 TO WSEarnedCount
                       ADD LoyPoints TO WSEarnedPts
                   WHEN LoyBonus
                       ADD 1 TO WSBonusCount
                       ADD LoyPoints TO WSBonusPts
                   WHEN LoyRedeemed
                       ADD 1 TO WSRedeemCount
                       ADD LoyPoints TO WSRedeemPts
                       ADD LoyAmount TO WSRedeemCash
                   WHEN LoyExpired
                       ADD 1 TO WSExpireCount
                       ADD LoyPoints TO WSExpirePts
                   WHEN LoyClawback
                       ADD 1 TO WSClawCount
                       ADD LoyPoints TO WSClawPts
               END-EVALUATE.

           TotalBalances.
               MOVE 'N' TO WSEOF
               OPEN INPUT LoyBalFile
               IF NOT WSLoyBalOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ LoyBalFile NEXT RECORD
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           ADD 1 TO WSBalCount
                           IF LBPoints > ZERO
                               ADD 1 TO WSHolderCount
                               ADD LBPoints TO WSOutstanding
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LoyBalFile.

           PrintMovements.
               MOVE "Earned on payments" TO PrnMoveLabel
               MOVE WSEarnedCount TO PrnMoveCount
               MOVE WSEarnedPts TO PrnMovePoints
               MOVE ZERO TO PrnMoveAmount
               WRITE LoyRptLine FROM DetailLine
                   AFTER ADVANCING 1 LINE
               MOVE "Campaign bonus" TO PrnMoveLabel
               MOVE WSBonusCount TO PrnMoveCount
               MOVE WSBonusPts TO PrnMovePoints
               WRITE LoyRptLine FROM DetailLine
                   AFTER ADVANCING 1 LINE
               MOVE "Redeemed for credit" TO PrnMoveLabel
               MOVE WSRedeemCount TO PrnMoveCount
               MOVE WSRedeemPts TO PrnMovePoints
               MOVE WSRedeemCash TO PrnMoveAmount
               WRITE LoyRptLine FROM DetailLine
                   AFTER ADVANCING 1 LINE
               MOVE ZERO TO PrnMoveAmount
               MOVE "Expired" TO PrnMoveLabel
               MOVE WSExpireCount TO PrnMoveCount
               MOVE WSExpirePts TO PrnMovePoints
               WRITE LoyRptLine FROM DetailLine
                   AFTER ADVANCING 1 LINE
               MOVE "Clawed back on returns" TO PrnMoveLabel
               MOVE WSClawCount TO PrnMoveCount
               MOVE WSClawPts TO PrnMovePoints
               WRITE LoyRptLine FROM DetailLine
                   AFTER ADVANCING 1 LINE.

           PrintLiability.
               MOVE "Points outstanding" TO PrnPtsLabel
               MOVE WSOutstanding TO PrnPtsValue
               WRITE LoyRptLine FROM PointsLine
                   AFTER ADVANCING 2 LINES
               MOVE "Customers holding points" TO PrnPtsLabel
               MOVE WSHolderCount TO PrnPtsValue
               WRITE LoyRptLine FROM PointsLine
                   AFTER ADVANCING 1 LINE
               MOVE "Points per 1.00 of credit" TO PrnSumLabel
               MOVE WSPointsPerUnit TO PrnSumValue
               WRITE LoyRptLine FROM SummaryLine
                   AFTER ADVANCING 1 LINE
               MOVE "Cash value outstanding" TO PrnSumLabel
               MOVE WSCashValue TO PrnSumValue
               WRITE LoyRptLine FROM SummaryLine
                   AFTER ADVANCING 1 LINE
               MOVE "Ledger net points" TO PrnPtsLabel
               MOVE WSLedgerNet TO PrnPtsValue
               WRITE LoyRptLine FROM PointsLine
                   AFTER ADVANCING 1 LINE
               IF WSLedgerDiffers
                   MOVE " Balances differ from the ledger net."
                       TO MessageLine
                   WRITE LoyRptLine FROM MessageLine
                       AFTER ADVANCING 2 LINES
               END-IF
               MOVE 'T' TO WSBnrFunction
               MOVE WSHolderCount TO WSBnrCount
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   WSBnrRequestor WSBnrCount WSBnrLine1 WSBnrLine2
               WRITE LoyRptLine FROM WSBnrLine1.

           WriteRunLogRecord.
               CALL 'RunLog' USING WSLogStepName WSLogEvent
                   WSLogRecords WSLogRejects WSLogRC
                   WSLogCapacity.

      *|==============================================================|
