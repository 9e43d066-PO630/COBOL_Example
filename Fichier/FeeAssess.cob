      *    line for a tier means no assessment for that tier.
      *
      *    The service fee goes to every active customer whose tier
      *    charges one. The late charge follows the payment due
      *    dates: a customer whose statement minimum was missed
      *    with the due date falling this month (PastDue, off the
      *    due file DueCheck judges) pays the tier's monthly
      *    percentage of that statement's balance left unpaid at
      *    the due date, never more than is owed now. A customer
      *    who paid on time owes no late charge. Only a customer
      *    with no due date passed yet -- no statement since due
      *    dates began -- is still charged on the 30-day overdue
      *    portion of the balance as BalAge ages it.
      *
      *    An account under a legal hold (LegalCheck: bankruptcy,
      *    deceased, litigation) is assessed nothing at all; each one
      *    skipped is listed on the run's report (CUSTFEERPT, default
      *    FeeAssess.rpt) beside the assessment counts. So is an
      *    account placed with the collection agency (AgcyCheck),
      *    whose balance is frozen at what the agency was sent.
      *
      *    The service fee is subject to sales tax: TaxCalc works
      *    the tax at the rate of the jurisdiction the customer's
      *    ZIP falls in, and a companion debit line headed "SALES
      *    TAX" and the jurisdiction code follows the fee into the
      *    batch. Every taxable fee, taxed or exempted by the
      *    customer's certificate, goes on the tax ledger
      *    (CUSTTAXLED, default TaxLedger.dat) for the monthly
      *    TaxReport. Late interest is not taxable. Each line is
      *    tagged with the balance component it raises (col 38): the
      *    service fee and its tax 'F' fees, late interest 'I'.
      *|==============================================================|

       ENVIRONMENT DIVISION.
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSScratchStatus.

               SELECT AssessReport ASSIGN TO WSReportFileName
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT TaxLedgerFile ASSIGN TO WSTaxLedFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSTaxLedStatus.

      *|==============================================================|

       DATA DIVISION.
                       2 PostTType PIC X(1).
                       2 PostTAmount PIC 9(7)V99.
                       2 PostTDesc PIC X(20).
                       2 PostTComponent PIC X(1).

               FD AssessReport.
                   1 AssessLine PIC X(80).

               FD TaxLedgerFile.
                   COPY "TaxLed.cpy".

           WORKING-STORAGE SECTION.


               1 WSPostFileName PIC X(100).

               1 WSReportFileName PIC X(100).

               1 WSTaxLedFileName PIC X(100).

               1 WSRateFileStatus PIC X(2).
                   88 WSRateFileOK VALUE '00'.

               1 WSScratchStatus PIC X(2).
                   88 WSScratchOK VALUE '00'.

               1 WSTaxLedStatus PIC X(2).
                   88 WSTaxLedOK VALUE '00'.
                   88 WSTaxLedMissing VALUE '35'.

               1 WSScratchEOF PIC X(1).
                   88 WSScratchAtEOF VALUE 'Y'.


               1 WSInterestAmount PIC 9(7)V99.

      *    Missed-payment verdict from the shared PastDue
      *    subprogram.
               1 WSPastAnswer PIC X(1).
                   88 WSPastMissed VALUE 'M'.
                   88 WSPastNoDue VALUE 'U'.
               1 WSPastMissCount PIC 9(3).
               1 WSPastFirstMiss PIC 9(8).
               1 WSPastLastMiss PIC 9(8).
               1 WSPastDueAmt PIC 9(7)V99.
               1 WSPastLateBase PIC 9(7)V99.

               1 WSFeeCount PIC 9(7) VALUE ZERO.
               1 WSIntCount PIC 9(7) VALUE ZERO.
               1 WSAssessTotal PIC 9(9)V99 VALUE ZERO.

      *    Legal-hold verdict from the shared LegalCheck subprogram.
               1 WSLegalAnswer PIC X(1).
                   88 WSLegalHeld VALUE 'Y'.
               1 WSLegalType PIC X(1).
               1 WSLegalName PIC X(10).
               1 WSLegalCount PIC 9(7) VALUE ZERO.

      *    Placement verdict from the shared AgcyCheck subprogram.
               1 WSAgcyAnswer PIC X(1).
                   88 WSAgcyPlaced VALUE 'Y'.
               1 WSAgcyCode PIC X(8).
               1 WSAgcyCount PIC 9(7) VALUE ZERO.

      *    Sales tax on the service fee, worked by the shared
      *    TaxCalc subprogram.
               1 WSTaxZip PIC X(5).
               1 WSTaxBase PIC 9(7)V99.
               1 WSTaxAmount PIC 9(7)V99.
               1 WSTaxJuris PIC X(8).
               1 WSTaxRatePct PIC 99V999.
               1 WSTaxCert PIC X(15).
               1 WSTaxAnswer PIC X(1).
                   88 WSTaxTaxed VALUE 'T'.
                   88 WSTaxExempted VALUE 'E'.
                   88 WSTaxNotTaxed VALUE 'N'.
               1 WSTaxDesc.
                   2 FILLER PIC X(10) VALUE "SALES TAX ".
                   2 WSTaxDescJuris PIC X(8).
                   2 FILLER PIC X(2) VALUE SPACE.
               1 WSTaxCount PIC 9(7) VALUE ZERO.
               1 WSTaxTotal PIC 9(9)V99 VALUE ZERO.
               1 WSTaxExemptCount PIC 9(7) VALUE ZERO.

      *    Report lines.
               1 HeadLine1.
                   2 FILLER PIC X(33)
                       VALUE " Month-end assessments for      ".
                   2 PrnHeadDate PIC 9(8).

               1 HeadLine2.
                   2 FILLER PIC X(40)
                       VALUE " Skipped, legal hold or agency:".

               1 HeldLine.
                   2 FILLER PIC X(3) VALUE SPACE.
                   2 PrnHeldId PIC 9(7).
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnHeldName PIC X(10).
                   2 FILLER PIC X(22)
                       VALUE "  nothing assessed".

               1 TotalLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnTotLabel PIC X(24).
                   2 PrnTotCount PIC ZZZZZZ9.
                   2 FILLER PIC X(3) VALUE SPACE.
                   2 PrnTotAmount PIC ZZZ,ZZZ,ZZ9.99.

      *    Standard report identification and catalog registration.
               1 WSBnrFunction PIC X(1).
               1 WSBnrReportName PIC X(20) VALUE "FeeAssess".
               1 WSBnrRequestor PIC X(8) VALUE "BATCH".
               1 WSBnrCount PIC 9(7) VALUE ZERO.
               1 WSBnrLine1 PIC X(80).
               1 WSBnrLine2 PIC X(80).

               1 WSCatReportName PIC X(20).
               1 WSCatFileName PIC X(100).
               1 WSCatPages PIC 9(4) VALUE ZERO.
               1 WSCatRecords PIC 9(7) VALUE ZERO.

      *    Run-log work area handed to the shared RunLog subprogram.
               1 WSLogStepName PIC X(20) VALUE "FeeAssess".
               1 WSLogEvent PIC X(1).
       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSBizDateParm FROM ENVIRONMENT "CUSTBIZDATE"
                   ON EXCEPTION
                       MOVE SPACES TO WSBizDateParm
                   ON EXCEPTION
                       MOVE "PostTrans.dat" TO WSPostFileName
               END-ACCEPT
               ACCEPT WSReportFileName FROM ENVIRONMENT "CUSTFEERPT"
                   ON EXCEPTION
                       MOVE "FeeAssess.rpt" TO WSReportFileName
               END-ACCEPT
               ACCEPT WSTaxLedFileName FROM ENVIRONMENT "CUSTTAXLED"
                   ON EXCEPTION
                       MOVE "TaxLedger.dat" TO WSTaxLedFileName
               END-ACCEPT
               MOVE 'S' TO WSLogEvent
               PERFORM WriteRunLogRecord
               PERFORM LoadRateTable
               OPEN INPUT CustomerFile
               OPEN INPUT BalanceFile
               OPEN OUTPUT ScratchFile
               OPEN OUTPUT AssessReport
               OPEN EXTEND TaxLedgerFile
               IF WSTaxLedMissing
                   OPEN OUTPUT TaxLedgerFile
               END-IF
               MOVE 'B' TO WSBnrFunction
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   WSBnrRequestor WSBnrCount WSBnrLine1 WSBnrLine2
               WRITE AssessLine FROM WSBnrLine1
               WRITE AssessLine FROM WSBnrLine2
               MOVE WSRunDate TO PrnHeadDate
               WRITE AssessLine FROM HeadLine1
                   AFTER ADVANCING 1 LINE
               WRITE AssessLine FROM HeadLine2
                   AFTER ADVANCING 2 LINES
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSAtEOF
                   READ CustomerFile NEXT RECORD
                   END-READ
               END-PERFORM
               CLOSE CustomerFile, BalanceFile, ScratchFile
               CLOSE TaxLedgerFile
               PERFORM AppendAssessBatch
               PERFORM PrintAssessTotals
               CLOSE AssessReport
               MOVE "FeeAssess" TO WSCatReportName
               MOVE WSReportFileName TO WSCatFileName
               COMPUTE WSCatRecords = WSFeeCount + WSIntCount
                   + WSTaxCount
               CALL 'RptCatalog' USING WSCatReportName
                   WSCatFileName WSCatPages WSCatRecords
               DISPLAY "Service fees assessed : " WSFeeCount
               DISPLAY "Interest assessed     : " WSIntCount
               DISPLAY "Sales tax lines       : " WSTaxCount
               DISPLAY "Legal holds skipped   : " WSLegalCount
               DISPLAY "Agency placed skipped : " WSAgcyCount
               MOVE 'E' TO WSLogEvent
               COMPUTE WSLogRecords = WSFeeCount + WSIntCount
                   + WSTaxCount
               PERFORM WriteRunLogRecord
               GOBACK.


      *|==============================================================|
      *    AssessOneCustomer settles the customer's tier and rate
      *    line, then writes the fee posting and -- when a payment
      *    due was missed -- the interest posting.
      *    A customer under a legal hold, or placed with the
      *    collection agency, is listed and passed over.
      *|==============================================================|

           AssessOneCustomer.
               CALL 'LegalCheck' USING IDNum OF CustomerData
                   WSLegalAnswer WSLegalType WSLegalName
               IF WSLegalHeld
                   ADD 1 TO WSLegalCount
                   MOVE IDNum OF CustomerData TO PrnHeldId
                   MOVE WSLegalName TO PrnHeldName
                   WRITE AssessLine FROM HeldLine
                       AFTER ADVANCING 1 LINE
                   EXIT PARAGRAPH
               END-IF
               CALL 'AgcyCheck' USING IDNum OF CustomerData
                   WSAgcyAnswer WSAgcyCode
               IF WSAgcyPlaced
                   ADD 1 TO WSAgcyCount
                   MOVE IDNum OF CustomerData TO PrnHeldId
                   MOVE WSAgcyCode TO PrnHeldName
                   WRITE AssessLine FROM HeldLine
                       AFTER ADVANCING 1 LINE
                   EXIT PARAGRAPH
               END-IF
               PERFORM FindCustomerTier
               PERFORM FindTierRates
               IF NOT WSRateFound
                   MOVE 'D' TO PostTType
                   MOVE WSTierFee TO PostTAmount
                   MOVE "MONTHLY SERVICE FEE" TO PostTDesc
                   MOVE 'F' TO PostTComponent
                   WRITE PostingTransaction
                   ADD 1 TO WSFeeCount
                   ADD WSTierFee TO WSAssessTotal
                   PERFORM TaxServiceFee
               END-IF
               IF WSTierPct > ZERO
                   PERFORM AssessInterest
               END-PERFORM.

      *|==============================================================|
      *    TaxServiceFee asks TaxCalc for the tax on the fee just
      *    written. A taxed fee gets its companion tax line; taxed
      *    or exempted, the fee goes on the tax ledger. A foreign
      *    address has no ZIP to tax at.
      *|==============================================================|

           TaxServiceFee.
               IF CustDomesticAddr
                   MOVE CustAddrZip TO WSTaxZip
               ELSE
                   MOVE SPACES TO WSTaxZip
               END-IF
               MOVE WSTierFee TO WSTaxBase
               CALL 'TaxCalc' USING IDNum OF CustomerData WSTaxZip
                   WSRunDate WSTaxBase WSTaxAmount WSTaxJuris
                   WSTaxRatePct WSTaxCert WSTaxAnswer
               IF WSTaxNotTaxed
                   EXIT PARAGRAPH
               END-IF
               MOVE WSRunDate TO TLDate
               MOVE IDNum OF CustomerData TO TLIDNum
               MOVE WSTaxJuris TO TLJuris
               MOVE "FEEASSES" TO TLSource
               MOVE WSTaxBase TO TLBase
               MOVE WSTaxRatePct TO TLRatePct
               MOVE WSTaxAmount TO TLTax
               MOVE SPACE TO TLExemptFlag
               MOVE WSTaxCert TO TLCertNumber
               IF WSTaxExempted
                   MOVE 'E' TO TLExemptFlag
                   ADD 1 TO WSTaxExemptCount
               END-IF
               WRITE TaxLedgerRecord
               IF WSTaxExempted OR WSTaxAmount = ZERO
                   EXIT PARAGRAPH
               END-IF
               MOVE IDNum OF CustomerData TO PostTIDNum
               MOVE 'D' TO PostTType
               MOVE WSTaxAmount TO PostTAmount
               MOVE WSTaxJuris TO WSTaxDescJuris
               MOVE WSTaxDesc TO PostTDesc
               MOVE 'F' TO PostTComponent
               WRITE PostingTransaction
               ADD 1 TO WSTaxCount
               ADD WSTaxAmount TO WSTaxTotal
               ADD WSTaxAmount TO WSAssessTotal.

      *|==============================================================|
      *    AssessInterest reads the balance and asks PastDue whether
      *    a minimum due this month was missed; the tier's monthly
      *    percentage of the balance that statement left unpaid
      *    posts as a debit, rounded to the cent. A customer with no
      *    due date passed yet falls back to BalAge's 30-day overdue
      *    portion.
      *|==============================================================|

           AssessInterest.
               IF BalAmount <= ZERO
                   EXIT PARAGRAPH
               END-IF
               CALL 'PastDue' USING IDNum OF CustomerData
                   WSPastAnswer WSPastMissCount WSPastFirstMiss
                   WSPastLastMiss WSPastDueAmt WSPastLateBase
               EVALUATE TRUE
                   WHEN WSPastNoDue
                       MOVE IDNum OF CustomerData TO WSAgeIDNum
                       MOVE BalAmount TO WSAgeBalance
                       CALL 'BalAge' USING WSAgeIDNum WSRunDate
                           WSAgeBalance WSOverdueAmount WSOldestDays
                   WHEN WSPastMissed
                       AND WSPastLastMiss(1:6) = WSRunDate(1:6)
                       MOVE WSPastLateBase TO WSOverdueAmount
                       IF WSOverdueAmount > BalAmount
                           MOVE BalAmount TO WSOverdueAmount
                       END-IF
                   WHEN OTHER
                       MOVE ZERO TO WSOverdueAmount
               END-EVALUATE
               IF WSOverdueAmount <= ZERO
                   EXIT PARAGRAPH
               END-IF
               MOVE 'D' TO PostTType
               MOVE WSInterestAmount TO PostTAmount
               MOVE "LATE INTEREST" TO PostTDesc
               MOVE 'I' TO PostTComponent
               WRITE PostingTransaction
               ADD 1 TO WSIntCount
               ADD WSInterestAmount TO WSAssessTotal.
      *|==============================================================|

           AppendAssessBatch.
               IF WSFeeCount + WSIntCount + WSTaxCount = ZERO
                   EXIT PARAGRAPH
               END-IF
               OPEN EXTEND PostingFile
               MOVE 'H' TO PBHType
               MOVE WSRunDate TO PBHDepositDate
               COMPUTE PBHItemCount = WSFeeCount + WSIntCount
                   + WSTaxCount
               MOVE WSAssessTotal TO PBHDebitTotal
               MOVE ZERO TO PBHCreditTotal
               MOVE "FEEASSES" TO PBHOperator
               END-PERFORM
               CLOSE ScratchFile, PostingFile.

           PrintAssessTotals.
               MOVE "Service fees" TO PrnTotLabel
               MOVE WSFeeCount TO PrnTotCount
               MOVE ZERO TO PrnTotAmount
               WRITE AssessLine FROM TotalLine
                   AFTER ADVANCING 2 LINES
               MOVE "Late interest" TO PrnTotLabel
               MOVE WSIntCount TO PrnTotCount
               WRITE AssessLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE "Sales tax" TO PrnTotLabel
               MOVE WSTaxCount TO PrnTotCount
               MOVE WSTaxTotal TO PrnTotAmount
               WRITE AssessLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE "Fees exempt from tax" TO PrnTotLabel
               MOVE WSTaxExemptCount TO PrnTotCount
               MOVE ZERO TO PrnTotAmount
               WRITE AssessLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE "Total assessed" TO PrnTotLabel
               COMPUTE PrnTotCount = WSFeeCount + WSIntCount
                   + WSTaxCount
               MOVE WSAssessTotal TO PrnTotAmount
               WRITE AssessLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE "Skipped, legal hold" TO PrnTotLabel
               MOVE WSLegalCount TO PrnTotCount
               MOVE ZERO TO PrnTotAmount
               WRITE AssessLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE "Skipped, agency placed" TO PrnTotLabel
               MOVE WSAgcyCount TO PrnTotCount
               WRITE AssessLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE 'T' TO WSBnrFunction
               COMPUTE WSBnrCount = WSFeeCount + WSIntCount
                   + WSTaxCount
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   WSBnrRequestor WSBnrCount WSBnrLine1 WSBnrLine2
               WRITE AssessLine FROM WSBnrLine1.

           WriteRunLogRecord.
               CALL 'RunLog' USING WSLogStepName WSLogEvent
                   WSLogRecords WSLogRejects WSLogRC
