      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoyaltyRedeem.

      *|==============================================================|
      *    LoyaltyRedeem is the loyalty-points screen hung off
      *    CustMenu: it shows a customer's points off the loyalty
      *    balance file (CUSTLOYBAL, default LoyaltyBal.dat,
      *    LoyBal.cpy layout) and turns points into a statement
      *    credit. The points go off the balance at once and a
      *    redemption line goes on the ledger (CUSTLOYALTY, default
      *    LoyaltyLedger.dat) naming the credit bought; the credit
      *    itself is queued as a plain credit posting ("LOYALTY
      *    REDEMPTION") on the pending posting file (CUSTPOSTIN,
      *    default PostTrans.dat) under its own batch header, so
      *    PostTrans proves and applies it with the night's work
      *    and it reaches the balance, the history, and the
      *    statement like any other credit.
      *
      *    The price of a credit is the cash-value line on the
      *    loyalty rate file (CUSTLOYRATE, default LoyaltyRates.dat):
      *    so many points per 1.00, 100 when there is no such line.
      *    The credit is rounded down to the cent, and only the
      *    points it costs are taken. Signed on through OperSignon;
      *    an inquiry-role operator may look at balances but not
      *    redeem.
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT LoyBalFile ASSIGN TO WSLoyBalFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS LBIDNum
                   FILE STATUS IS WSLoyBalStatus.

               SELECT LedgerFile ASSIGN TO WSLedgerFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSLedgerStatus.

               SELECT RateFile ASSIGN TO WSRateFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSRateFileStatus.

               SELECT CustomerFile ASSIGN TO WSCustFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS IDNum
                   ALTERNATE RECORD KEY IS LastName
                       WITH DUPLICATES
                   FILE STATUS IS WSFileStatus.

               SELECT PostingFile ASSIGN TO WSPostFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSPostFileStatus.

      *|==============================================================|

       DATA DIVISION.

           FILE SECTION.

               FD LoyBalFile.
                   COPY "LoyBal.cpy".

               FD LedgerFile.
                   COPY "LoyRec.cpy".

               FD RateFile.
                   COPY "LoyRate.cpy".

               FD CustomerFile.
                   COPY "CustRec.cpy".

      *    Output in the PostTrans input layout: the credit line
      *    and the batch header it travels under.
               FD PostingFile.
                   1 PostingTransaction.
                       2 PostTIDNum PIC 9(7).
                       2 PostTType PIC X(1).
                       2 PostTAmount PIC 9(7)V99.
                       2 PostTDesc PIC X(20).
                       2 PostTComponent PIC X(1).
                   1 PostingBatchHeader.
                       2 PBHIDNum PIC 9(7).
                       2 PBHType PIC X(1).
                       2 PBHDepositDate PIC 9(8).
                       2 PBHItemCount PIC 9(7).
                       2 PBHDebitTotal PIC 9(9)V99.
                       2 PBHCreditTotal PIC 9(9)V99.
                       2 PBHOperator PIC X(8).

           WORKING-STORAGE SECTION.

               1 WSLoyBalFileName PIC X(100).
               1 WSLedgerFileName PIC X(100).
               1 WSRateFileName PIC X(100).
               1 WSCustFileName PIC X(100).
               1 WSPostFileName PIC X(100).

               1 WSLoyBalStatus PIC X(2).
                   88 WSLoyBalOK VALUE '00'.

               1 WSLedgerStatus PIC X(2).
                   88 WSLedgerMissing VALUE '35'.

               1 WSRateFileStatus PIC X(2).
                   88 WSRateFileOK VALUE '00'.

               1 WSFileStatus PIC X(2).
                   88 WSFileOK VALUE '00'.

               1 WSPostFileStatus PIC X(2).
                   88 WSPostFileMissing VALUE '35'.

               1 WSRateEOF PIC X(1).
                   88 WSRateAtEOF VALUE 'Y'.

               1 WSMenuChoice PIC X(1).
                   88 WSRedeemChoice VALUE '1'.
                   88 WSShowChoice VALUE '2'.
                   88 WSExitChoice VALUE '0'.

               1 WSOperatorId PIC X(8).
               1 WSOperatorRole PIC X(1).
                   88 WSRoleInquiry VALUE 'I', 'P'.
                   88 WSRoleSupervisor VALUE 'S', ' '.
               1 WSSignonValid PIC X(1).
                   88 WSSignonOK VALUE 'Y'.

               1 WSLoyIDNum PIC 9(7).

               1 WSCheckIDNum PIC 9(7).
               1 WSCheckIDParts REDEFINES WSCheckIDNum.
                   2 WSCheckIDBase PIC 9(6).
                   2 WSCheckIDDigit PIC 9(1).
               1 WSCheckDigitValid PIC X(1).
                   88 WSCheckDigitOK VALUE 'Y'.

               1 WSCustOKFlag PIC X(1).
                   88 WSCustomerOK VALUE 'Y'.

               1 WSBalFoundFlag PIC X(1).
                   88 WSBalOnFile VALUE 'Y'.

      *    Points one 1.00 of credit costs.
               1 WSPointsPerUnit PIC 9(3)V99 VALUE 100.

               1 WSEntryPoints PIC 9(7).
               1 WSCredit PIC 9(7)V99.
               1 WSPointsCost PIC 9(7).

               1 WSConfirm PIC X(1).

               1 WSShowPoints PIC Z,ZZZ,ZZZ,ZZ9.
               1 WSShowCredit PIC ZZZZZZ9.99.

               1 WSBizDateParm PIC X(8).
               1 WSRunDate PIC 9(8).

      *|==============================================================|

       SCREEN SECTION.

           1 s-plg-loymenu.
               2 BLANK SCREEN.
               2 LINE 2 COL 5 VALUE 'Loyalty Points'.
               2 LINE 4 COL 5 VALUE '1. Redeem points for a credit'.
               2 LINE 5 COL 5 VALUE '2. Show a customer''s points'.
               2 LINE 6 COL 5 VALUE '0. Exit'.
               2 LINE 8 COL 5 VALUE 'Selection : '.
               2 PIC X(1) TO WSMenuChoice REQUIRED.

           1 s-plg-loyid.
               2 LINE 10 COL 5 VALUE 'Customer Id (7 digits) : '.
               2 PIC 9(7) TO WSLoyIDNum REQUIRED.

           1 s-plg-loypoints.
               2 LINE 14 COL 5 VALUE 'Points to redeem        : '.
               2 PIC 9(7) TO WSEntryPoints REQUIRED.

           1 s-plg-loyconfirm.
               2 LINE 17 COL 5 VALUE 'Post this credit (Y/N)  : '.
               2 PIC X(1) TO WSConfirm REQUIRED.

      *|==============================================================|

       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSLoyBalFileName FROM ENVIRONMENT "CUSTLOYBAL"
                   ON EXCEPTION
                       MOVE "LoyaltyBal.dat" TO WSLoyBalFileName
               END-ACCEPT
               ACCEPT WSLedgerFileName FROM ENVIRONMENT "CUSTLOYALTY"
                   ON EXCEPTION
                       MOVE "LoyaltyLedger.dat" TO WSLedgerFileName
               END-ACCEPT
               ACCEPT WSRateFileName FROM ENVIRONMENT "CUSTLOYRATE"
                   ON EXCEPTION
                       MOVE "LoyaltyRates.dat" TO WSRateFileName
               END-ACCEPT
               ACCEPT WSCustFileName FROM ENVIRONMENT "CUSTMSTR"
                   ON EXCEPTION
                       MOVE "test.dat" TO WSCustFileName
               END-ACCEPT
               ACCEPT WSPostFileName FROM ENVIRONMENT "CUSTPOSTIN"
                   ON EXCEPTION
                       MOVE "PostTrans.dat" TO WSPostFileName
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
               CALL 'OperSignon' USING WSOperatorId WSOperatorRole
                   WSSignonValid
               IF NOT WSSignonOK
                   DISPLAY "Access denied."
                   GOBACK
               END-IF
               PERFORM LoadCashValue
               OPEN I-O LoyBalFile
               IF NOT WSLoyBalOK
                   OPEN OUTPUT LoyBalFile
                   CLOSE LoyBalFile
                   OPEN I-O LoyBalFile
               END-IF
               OPEN INPUT CustomerFile
               PERFORM DisplayLoyMenu
               PERFORM UNTIL WSExitChoice
                   EVALUATE TRUE
                       WHEN WSRedeemChoice
                           IF WSRoleInquiry
                               DISPLAY "Not authorized for updates."
                           ELSE
                               PERFORM RedeemPoints
                           END-IF
                       WHEN WSShowChoice
                           PERFORM GetLoyCustomer
                           IF WSCustomerOK
                               PERFORM ShowLoyBalance
                           END-IF
                       WHEN OTHER
                           DISPLAY "Invalid selection"
                   END-EVALUATE
                   PERFORM DisplayLoyMenu
               END-PERFORM
               CLOSE LoyBalFile, CustomerFile
               GOBACK.

           DisplayLoyMenu.
               DISPLAY s-plg-loymenu
               ACCEPT s-plg-loymenu.

           LoadCashValue.
               MOVE 'N' TO WSRateEOF
               OPEN INPUT RateFile
               IF NOT WSRateFileOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSRateAtEOF
                   READ RateFile
                       AT END SET WSRateAtEOF TO TRUE
                       NOT AT END
                           IF LRCashValue AND LRPointsPer > ZERO
                               MOVE LRPointsPer TO WSPointsPerUnit
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RateFile.

      *|==============================================================|
      *    RedeemPoints prices the points keyed, takes only what the
      *    whole-cent credit costs, and on confirmation moves the
      *    balance, writes the ledger line, and queues the credit.
      *|==============================================================|

           RedeemPoints.
               PERFORM GetLoyCustomer
               IF NOT WSCustomerOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM ShowLoyBalance
               IF NOT WSBalOnFile OR LBPoints = ZERO
                   EXIT PARAGRAPH
               END-IF
               DISPLAY s-plg-loypoints
               ACCEPT s-plg-loypoints
               IF WSEntryPoints = ZERO OR WSEntryPoints > LBPoints
                   DISPLAY "Points must be more than zero and no "
                       "more than the customer holds."
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WSCredit = WSEntryPoints / WSPointsPerUnit
               COMPUTE WSPointsCost ROUNDED = WSCredit * WSPointsPerUnit
               IF WSCredit = ZERO
                   DISPLAY "Too few points for a credit of one cent."
                   EXIT PARAGRAPH
               END-IF
               IF WSPointsCost > LBPoints
                   MOVE LBPoints TO WSPointsCost
               END-IF
               MOVE WSCredit TO WSShowCredit
               MOVE WSPointsCost TO WSShowPoints
               DISPLAY "Credit " WSShowCredit " for " WSShowPoints
                   " points."
               DISPLAY s-plg-loyconfirm
               ACCEPT s-plg-loyconfirm
               IF WSConfirm NOT = 'Y' AND WSConfirm NOT = 'y'
                   EXIT PARAGRAPH
               END-IF
               SUBTRACT WSPointsCost FROM LBPoints
               ADD WSPointsCost TO LBRedeemed LBUsed
               MOVE WSRunDate TO LBLastDate
               REWRITE LoyaltyBalRecord
                   INVALID KEY
                       DISPLAY "Loyalty balance rewrite failed: "
                           WSLoyBalStatus
                       EXIT PARAGRAPH
               END-REWRITE
               PERFORM WriteRedemptionLine
               PERFORM WriteRedemptionCredit
               DISPLAY "Points redeemed; credit " WSShowCredit
                   " queued for tonight's posting.".

           WriteRedemptionLine.
               OPEN EXTEND LedgerFile
               IF WSLedgerMissing
                   OPEN OUTPUT LedgerFile
               END-IF
               MOVE WSRunDate TO LoyDate
               MOVE WSLoyIDNum TO LoyIDNum
               MOVE 'R' TO LoyType
               MOVE WSPointsCost TO LoyPoints
               MOVE SPACES TO LoyCampCode
               MOVE WSCredit TO LoyAmount
               MOVE WSOperatorId TO LoyOperator
               WRITE LoyaltyRecord
               CLOSE LedgerFile.

      *|==============================================================|
      *    WriteRedemptionCredit queues the plain credit under its
      *    own batch header, the credit side carrying it.
      *|==============================================================|

           WriteRedemptionCredit.
               OPEN EXTEND PostingFile
               IF WSPostFileMissing
                   OPEN OUTPUT PostingFile
               END-IF
               MOVE ZEROES TO PBHIDNum
               MOVE 'H' TO PBHType
               MOVE WSRunDate TO PBHDepositDate
               MOVE 1 TO PBHItemCount
               MOVE ZERO TO PBHDebitTotal
               MOVE WSCredit TO PBHCreditTotal
               MOVE WSOperatorId TO PBHOperator
               WRITE PostingBatchHeader
               MOVE WSLoyIDNum TO PostTIDNum
               MOVE 'C' TO PostTType
               MOVE WSCredit TO PostTAmount
               MOVE "LOYALTY REDEMPTION" TO PostTDesc
               MOVE SPACE TO PostTComponent
               WRITE PostingTransaction
               CLOSE PostingFile.

           GetLoyCustomer.
               MOVE 'N' TO WSCustOKFlag
               DISPLAY s-plg-loyid
               ACCEPT s-plg-loyid
               MOVE WSLoyIDNum TO WSCheckIDNum
               CALL 'CheckDigit' USING 'V' WSCheckIDBase
                   WSCheckIDDigit WSCheckDigitValid
               IF NOT WSCheckDigitOK
                   DISPLAY "Check digit does not verify."
                   EXIT PARAGRAPH
               END-IF
               MOVE WSLoyIDNum TO IDNum OF CustomerData
               READ CustomerFile
                   INVALID KEY
                       DISPLAY "Customer " WSLoyIDNum
                           " not on file."
                       EXIT PARAGRAPH
               END-READ
               MOVE 'Y' TO WSCustOKFlag.

           ShowLoyBalance.
               MOVE 'N' TO WSBalFoundFlag
               MOVE WSLoyIDNum TO LBIDNum
               READ LoyBalFile
                   INVALID KEY
                       DISPLAY "No loyalty points on file for "
                           WSLoyIDNum
                       EXIT PARAGRAPH
               END-READ
               MOVE 'Y' TO WSBalFoundFlag
               MOVE LBPoints TO WSShowPoints
               DISPLAY "Points held     : " WSShowPoints
               MOVE LBEarned TO WSShowPoints
               DISPLAY "  earned        : " WSShowPoints
               MOVE LBRedeemed TO WSShowPoints
               DISPLAY "  redeemed      : " WSShowPoints
               MOVE LBExpiredPts TO WSShowPoints
               DISPLAY "  expired       : " WSShowPoints
               MOVE LBClawed TO WSShowPoints
               DISPLAY "  clawed back   : " WSShowPoints
               COMPUTE WSCredit = LBPoints / WSPointsPerUnit
               MOVE WSCredit TO WSShowCredit
               DISPLAY "  worth         : " WSShowCredit.

      *|==============================================================|
