      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RecurBill.

      *|==============================================================|
      *    RecurBill is the nightly step that bills the standing
      *    charges on the recurring-charge file (CUSTRECUR, default
      *    Recurring.dat, RecurRec.cpy layout, kept on RecurMaint).
      *    It runs in the nightly chain ahead of PostTrans, and the
      *    charges it bills go onto the posting input file
      *    (CUSTPOSTIN, default PostTrans.dat) as ordinary debit
      *    lines behind their own deposit batch header -- the way
      *    FeeAssess queues its assessments -- so PostTrans
      *    validates, balances, and journals them like any keyed
      *    posting.
      *
      *    A charge bills on its customer's billing-cycle day in
      *    the month its next-due date falls in: the cycle from the
      *    cycle file (CUSTCYCLE, default BillCycle.dat) opens on
      *    day 1, 8, 15, or 22, the weeks Statement bills by, and a
      *    customer the file has not caught up with deals by Id the
      *    way Statement does. A next-due date past that month's
      *    cycle day bills on the next month's. Once billed, the
      *    next-due date moves on one, three, or twelve months to
      *    the cycle day and the charge is stamped with the business
      *    date, so a rerun of the same night never bills twice;
      *    a charge several periods behind catches up one period a
      *    night. A charge whose next-due date is past its end date
      *    is finished and bills nothing more.
      *
      *    A customer no longer active, under a legal hold
      *    (LegalCheck), or placed with the collection agency
      *    (AgcyCheck) is not billed: the period is passed over,
      *    its next-due date moved on, and the line listed, the
      *    same accounts FeeAssess leaves alone.
      *
      *    A charge flagged subject to sales tax is followed by a
      *    companion debit line headed "SALES TAX" and the
      *    jurisdiction code, worked by TaxCalc at the rate of the
      *    jurisdiction the customer's ZIP falls in, and goes on the
      *    tax ledger (CUSTTAXLED, default TaxLedger.dat), taxed or
      *    exempted, the way FeeAssess handles its service fee.
      *    The charge itself raises principal; its tax line is
      *    tagged (col 38) to raise fees, as FeeAssess tags its own.
      *
      *    The billing register (CUSTRECURRPT, default
      *    RecurBill.rpt) lists every charge billed or passed over
      *    and closes with the count and amount billed by charge
      *    code.
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT RecurFile ASSIGN TO WSRecurFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RecurKey
                   FILE STATUS IS WSRecurFileStatus.

               SELECT CustomerFile ASSIGN TO WSCustFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS IDNum
                   ALTERNATE RECORD KEY IS LastName
                       WITH DUPLICATES
                   FILE STATUS IS WSFileStatus.

               SELECT CycleFile ASSIGN TO WSCycleFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSCycleFileStatus.

               SELECT PostingFile ASSIGN TO WSPostFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSPostFileStatus.

               SELECT ScratchFile ASSIGN TO "RecurCharges.wrk"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSScratchStatus.

               SELECT BillReport ASSIGN TO WSReportFileName
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT TaxLedgerFile ASSIGN TO WSTaxLedFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSTaxLedStatus.

      *|==============================================================|

       DATA DIVISION.

           FILE SECTION.

               FD RecurFile.
                   COPY "RecurRec.cpy".

               FD CustomerFile.
                   COPY "CustRec.cpy".

               FD CycleFile.
                   1 CycleRecord.
                       2 CycIDNum PIC 9(7).
                       2 CycNumber PIC 9(1).

               FD PostingFile.
                   1 PostingFileLine PIC X(45).

      *    Deposit batch header in PostTrans's layout, written ahead
      *    of this run's lines so the posting step can balance the
      *    charges like any branch deposit.
                   1 PostingBatchHeader.
                       2 PBHIDNum PIC 9(7).
                       2 PBHType PIC X(1).
                       2 PBHDepositDate PIC 9(8).
                       2 PBHItemCount PIC 9(7).
                       2 PBHDebitTotal PIC 9(9)V99.
                       2 PBHCreditTotal PIC 9(9)V99.
      *    The generating step's name, so a held charge line
      *    journals its true origin under dual control.
                       2 PBHOperator PIC X(8).

      *    The charges collect on a scratch file first, so their
      *    count and hash totals are known before the header goes
      *    out ahead of them.
               FD ScratchFile.
                   1 PostingTransaction.
                       2 PostTIDNum PIC 9(7).
                       2 PostTType PIC X(1).
                       2 PostTAmount PIC 9(7)V99.
                       2 PostTDesc PIC X(20).
                       2 PostTComponent PIC X(1).

               FD BillReport.
                   1 BillLine PIC X(100).

               FD TaxLedgerFile.
                   COPY "TaxLed.cpy".

           WORKING-STORAGE SECTION.

               1 WSRecurFileName PIC X(100).
               1 WSCustFileName PIC X(100).
               1 WSCycleFileName PIC X(100).
               1 WSPostFileName PIC X(100).
               1 WSReportFileName PIC X(100).
               1 WSTaxLedFileName PIC X(100).

               1 WSRecurFileStatus PIC X(2).
                   88 WSRecurFileOK VALUE '00'.
               1 WSFileStatus PIC X(2).
                   88 WSFileOK VALUE '00'.
               1 WSCycleFileStatus PIC X(2).
                   88 WSCycleFileOK VALUE '00'.
               1 WSPostFileStatus PIC X(2).
                   88 WSPostFileOK VALUE '00'.
                   88 WSPostFileMissing VALUE '35'.
               1 WSScratchStatus PIC X(2).
                   88 WSScratchOK VALUE '00'.
               1 WSTaxLedStatus PIC X(2).
                   88 WSTaxLedOK VALUE '00'.
                   88 WSTaxLedMissing VALUE '35'.

               1 WSEOF PIC X(1).
                   88 WSAtEOF VALUE 'Y'.
               1 WSScratchEOF PIC X(1).
                   88 WSScratchAtEOF VALUE 'Y'.

               1 WSBizDateParm PIC X(8).
               1 WSRunDate PIC 9(8).

      *    Cycle assignments, loaded whole as Statement loads them.
               1 WSCycMax PIC 9(5) VALUE 20000.
               1 WSCycCount PIC 9(5) VALUE ZERO.
               1 WSCycIdx PIC 9(5).

               1 CycleTable.
                   2 CycleTblEntry OCCURS 20000 TIMES.
                       3 CtIDNum PIC 9(7).
                       3 CtCycle PIC 9(1).

               1 WSCustCycle PIC 9(1).
               1 WSCycleDay PIC 9(2).

      *    The cycle day in the next-due month, and the months the
      *    frequency moves the next-due date on by.
               1 WSBillDate PIC 9(8).
               1 WSBillDateParts REDEFINES WSBillDate.
                   2 WSBillYear PIC 9(4).
                   2 WSBillMonth PIC 9(2).
                   2 WSBillDay PIC 9(2).
               1 WSStepMonths PIC 9(2).
               1 WSMonthSerial PIC 9(6).

               1 WSSkipReason PIC X(24).

      *    Legal-hold verdict from the shared LegalCheck subprogram.
               1 WSLegalAnswer PIC X(1).
                   88 WSLegalHeld VALUE 'Y'.
               1 WSLegalType PIC X(1).
               1 WSLegalName PIC X(10).

      *    Placement verdict from the shared AgcyCheck subprogram.
               1 WSAgcyAnswer PIC X(1).
                   88 WSAgcyPlaced VALUE 'Y'.
               1 WSAgcyCode PIC X(8).

      *    Sales tax on a taxable charge, worked by the shared
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

               1 WSBilledCount PIC 9(7) VALUE ZERO.
               1 WSBilledTotal PIC 9(9)V99 VALUE ZERO.
               1 WSPassedCount PIC 9(7) VALUE ZERO.

      *    Totals by charge code for the foot of the register.
               1 WSCodeMax PIC 9(3) VALUE 200.
               1 WSCodeCount PIC 9(3) VALUE ZERO.
               1 WSCodeIdx PIC 9(3).
               1 WSCodeFound PIC 9(3).
               1 CodeTotalTable.
                   2 CodeTotalEntry OCCURS 200 TIMES.
                       3 CcCode PIC X(8).
                       3 CcCount PIC 9(7).
                       3 CcAmount PIC 9(9)V99.

               1 HeadLine1.
                   2 FILLER PIC X(33)
                       VALUE " Recurring-charge billing for   ".
                   2 PrnHeadDate PIC 9(8).

               1 HeadLine2.
                   2 FILLER PIC X(13) VALUE " Id      Chg ".
                   2 FILLER PIC X(9) VALUE "Code".
                   2 FILLER PIC X(21) VALUE "Description".
                   2 FILLER PIC X(2) VALUE "Fq".
                   2 FILLER PIC X(13) VALUE "       Amount".
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 FILLER PIC X(24) VALUE "Result".
                   2 FILLER PIC X(8) VALUE "Next due".

               1 DetailLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnDetId PIC 9(7).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnDetSeq PIC 9(3).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnDetCode PIC X(8).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnDetDesc PIC X(20).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnDetFreq PIC X(1).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnDetAmount PIC ZZ,ZZZ,ZZ9.99.
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnDetResult PIC X(24).
                   2 PrnDetNextDue PIC 9(8).

               1 CodeHeadLine PIC X(40)
                   VALUE " Billed by charge code:".

               1 CodeLine.
                   2 FILLER PIC X(3) VALUE SPACE.
                   2 PrnCodeCode PIC X(8).
                   2 FILLER PIC X(3) VALUE SPACE.
                   2 PrnCodeCount PIC ZZZZZZ9.
                   2 FILLER PIC X(3) VALUE SPACE.
                   2 PrnCodeAmount PIC ZZZ,ZZZ,ZZ9.99.

               1 TotalLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnTotLabel PIC X(24).
                   2 PrnTotCount PIC ZZZZZZ9.
                   2 FILLER PIC X(3) VALUE SPACE.
                   2 PrnTotAmount PIC ZZZ,ZZZ,ZZ9.99.

      *    Standard report identification and catalog registration.
               1 WSBnrFunction PIC X(1).
               1 WSBnrReportName PIC X(20) VALUE "RecurBill".
               1 WSBnrRequestor PIC X(8) VALUE "BATCH".
               1 WSBnrCount PIC 9(7) VALUE ZERO.
               1 WSBnrLine1 PIC X(80).
               1 WSBnrLine2 PIC X(80).

               1 WSCatReportName PIC X(20).
               1 WSCatFileName PIC X(100).
               1 WSCatPages PIC 9(4) VALUE ZERO.
               1 WSCatRecords PIC 9(7) VALUE ZERO.

      *    Run-log work area handed to the shared RunLog subprogram.
               1 WSLogStepName PIC X(20) VALUE "RecurBill".
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
               ACCEPT WSRecurFileName FROM ENVIRONMENT "CUSTRECUR"
                   ON EXCEPTION
                       MOVE "Recurring.dat" TO WSRecurFileName
               END-ACCEPT
               ACCEPT WSCustFileName FROM ENVIRONMENT "CUSTMSTR"
                   ON EXCEPTION
                       MOVE "test.dat" TO WSCustFileName
               END-ACCEPT
               ACCEPT WSCycleFileName FROM ENVIRONMENT "CUSTCYCLE"
                   ON EXCEPTION
                       MOVE "BillCycle.dat" TO WSCycleFileName
               END-ACCEPT
               ACCEPT WSPostFileName FROM ENVIRONMENT "CUSTPOSTIN"
                   ON EXCEPTION
                       MOVE "PostTrans.dat" TO WSPostFileName
               END-ACCEPT
               ACCEPT WSReportFileName FROM ENVIRONMENT
                       "CUSTRECURRPT"
                   ON EXCEPTION
                       MOVE "RecurBill.rpt" TO WSReportFileName
               END-ACCEPT
               ACCEPT WSTaxLedFileName FROM ENVIRONMENT "CUSTTAXLED"
                   ON EXCEPTION
                       MOVE "TaxLedger.dat" TO WSTaxLedFileName
               END-ACCEPT
               MOVE 'S' TO WSLogEvent
               PERFORM WriteRunLogRecord
               OPEN I-O RecurFile
               IF NOT WSRecurFileOK
                   DISPLAY "RecurBill: no recurring charges on file; "
                       "nothing billed."
                   MOVE 'E' TO WSLogEvent
                   PERFORM WriteRunLogRecord
                   MOVE ZERO TO RETURN-CODE
                   GOBACK
               END-IF
               OPEN INPUT CustomerFile
               IF NOT WSFileOK
                   DISPLAY "RecurBill: customer file will not "
                       "open: " WSFileStatus
                   CLOSE RecurFile
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM LoadCycleTable
               OPEN OUTPUT ScratchFile
               OPEN OUTPUT BillReport
               OPEN EXTEND TaxLedgerFile
               IF WSTaxLedMissing
                   OPEN OUTPUT TaxLedgerFile
               END-IF
               MOVE 'B' TO WSBnrFunction
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   WSBnrRequestor WSBnrCount WSBnrLine1 WSBnrLine2
               WRITE BillLine FROM WSBnrLine1
               WRITE BillLine FROM WSBnrLine2
               MOVE WSRunDate TO PrnHeadDate
               WRITE BillLine FROM HeadLine1
                   AFTER ADVANCING 1 LINE
               WRITE BillLine FROM HeadLine2
                   AFTER ADVANCING 2 LINES
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSAtEOF
                   READ RecurFile NEXT RECORD
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           PERFORM JudgeOneCharge
                   END-READ
               END-PERFORM
               CLOSE RecurFile, CustomerFile, ScratchFile
               CLOSE TaxLedgerFile
               PERFORM AppendChargeBatch
               PERFORM PrintBillTotals
               CLOSE BillReport
               MOVE "RecurBill" TO WSCatReportName
               MOVE WSReportFileName TO WSCatFileName
               MOVE WSBilledCount TO WSCatRecords
               CALL 'RptCatalog' USING WSCatReportName
                   WSCatFileName WSCatPages WSCatRecords
               DISPLAY "RecurBill: " WSBilledCount
                   " charges billed, " WSPassedCount
                   " passed over."
               MOVE 'E' TO WSLogEvent
               MOVE WSBilledCount TO WSLogRecords
               PERFORM WriteRunLogRecord
               MOVE ZERO TO RETURN-CODE
               GOBACK.

           LoadCycleTable.
               MOVE 'N' TO WSEOF
               OPEN INPUT CycleFile
               IF NOT WSCycleFileOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF OR WSCycCount >= WSCycMax
                   READ CycleFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           ADD 1 TO WSCycCount
                           MOVE CycIDNum TO CtIDNum(WSCycCount)
                           MOVE CycNumber TO CtCycle(WSCycCount)
                   END-READ
               END-PERFORM
               CLOSE CycleFile.

      *|==============================================================|
      *    JudgeOneCharge: not billed tonight already, not finished,
      *    and the cycle day of the next-due month come -- then the
      *    customer decides whether the period bills or is passed
      *    over. Either way the next-due date moves on.
      *|==============================================================|

           JudgeOneCharge.
               IF RecurLastBilled = WSRunDate
                   EXIT PARAGRAPH
               END-IF
               IF RecurNextDue > WSRunDate
                   EXIT PARAGRAPH
               END-IF
               IF RecurEndDate NOT = ZERO
                   AND RecurNextDue > RecurEndDate
                   EXIT PARAGRAPH
               END-IF
               PERFORM FindCustomerCycle
               COMPUTE WSCycleDay = (WSCustCycle - 1) * 7 + 1
               MOVE RecurNextDue TO WSBillDate
               MOVE WSCycleDay TO WSBillDay
               IF WSBillDate < RecurNextDue
                   MOVE 1 TO WSStepMonths
                   PERFORM StepBillMonth
               END-IF
               IF WSBillDate > WSRunDate
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO WSSkipReason
               MOVE RecurIDNum TO IDNum OF CustomerData
               READ CustomerFile
                   INVALID KEY
                       MOVE "Passed: not on master" TO WSSkipReason
               END-READ
               IF WSSkipReason = SPACES AND NOT CustActive
                   MOVE "Passed: not active" TO WSSkipReason
               END-IF
               IF WSSkipReason = SPACES
                   CALL 'LegalCheck' USING RecurIDNum
                       WSLegalAnswer WSLegalType WSLegalName
                   IF WSLegalHeld
                       MOVE "Passed: legal hold" TO WSSkipReason
                   END-IF
               END-IF
               IF WSSkipReason = SPACES
                   CALL 'AgcyCheck' USING RecurIDNum
                       WSAgcyAnswer WSAgcyCode
                   IF WSAgcyPlaced
                       MOVE "Passed: agency placed" TO WSSkipReason
                   END-IF
               END-IF
               EVALUATE TRUE
                   WHEN RecurQuarterly
                       MOVE 3 TO WSStepMonths
                   WHEN RecurAnnual
                       MOVE 12 TO WSStepMonths
                   WHEN OTHER
                       MOVE 1 TO WSStepMonths
               END-EVALUATE
               PERFORM StepBillMonth
               MOVE WSBillDate TO RecurNextDue
               IF WSSkipReason NOT = SPACES
                   ADD 1 TO WSPassedCount
                   MOVE WSSkipReason TO PrnDetResult
               ELSE
                   PERFORM BillOneCharge
                   MOVE WSRunDate TO RecurLastBilled
                   MOVE "Billed" TO PrnDetResult
               END-IF
               REWRITE RecurRecord
                   INVALID KEY
                       DISPLAY "RecurBill: rewrite failed for "
                           RecurIDNum "/" RecurSeq ": "
                           WSRecurFileStatus
               END-REWRITE
               PERFORM PrintOneCharge
               IF WSSkipReason = SPACES AND RecurIsTaxable
                   PERFORM TaxOneCharge
               END-IF.

      *|==============================================================|
      *    TaxOneCharge asks TaxCalc for the tax on the charge just
      *    billed. A taxed charge gets its companion tax line, listed
      *    under it on the register; taxed or exempted, the charge
      *    goes on the tax ledger. A foreign address has no ZIP to
      *    tax at.
      *|==============================================================|

           TaxOneCharge.
               IF CustDomesticAddr
                   MOVE CustAddrZip TO WSTaxZip
               ELSE
                   MOVE SPACES TO WSTaxZip
               END-IF
               MOVE RecurAmount TO WSTaxBase
               CALL 'TaxCalc' USING RecurIDNum WSTaxZip WSRunDate
                   WSTaxBase WSTaxAmount WSTaxJuris WSTaxRatePct
                   WSTaxCert WSTaxAnswer
               IF WSTaxNotTaxed
                   EXIT PARAGRAPH
               END-IF
               MOVE WSRunDate TO TLDate
               MOVE RecurIDNum TO TLIDNum
               MOVE WSTaxJuris TO TLJuris
               MOVE "RECURBIL" TO TLSource
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
               MOVE RecurIDNum TO PostTIDNum
               MOVE 'D' TO PostTType
               MOVE WSTaxAmount TO PostTAmount
               MOVE WSTaxJuris TO WSTaxDescJuris
               MOVE WSTaxDesc TO PostTDesc
               MOVE 'F' TO PostTComponent
               WRITE PostingTransaction
               ADD 1 TO WSTaxCount
               ADD WSTaxAmount TO WSTaxTotal
               MOVE "SALESTAX" TO PrnDetCode
               MOVE WSTaxDesc TO PrnDetDesc
               MOVE SPACE TO PrnDetFreq
               MOVE WSTaxAmount TO PrnDetAmount
               MOVE "Tax on the charge above" TO PrnDetResult
               WRITE BillLine FROM DetailLine
                   AFTER ADVANCING 1 LINE.

      *|==============================================================|
      *    StepBillMonth moves WSBillDate on WSStepMonths months,
      *    landing on the cycle day, which every month has.
      *|==============================================================|

           StepBillMonth.
               COMPUTE WSMonthSerial = WSBillYear * 12
                   + WSBillMonth - 1 + WSStepMonths
               COMPUTE WSBillYear = WSMonthSerial / 12
               COMPUTE WSBillMonth =
                   FUNCTION MOD(WSMonthSerial, 12) + 1
               MOVE WSCycleDay TO WSBillDay.

           BillOneCharge.
               MOVE RecurIDNum TO PostTIDNum
               MOVE 'D' TO PostTType
               MOVE RecurAmount TO PostTAmount
               MOVE RecurDesc TO PostTDesc
               MOVE 'P' TO PostTComponent
               WRITE PostingTransaction
               ADD 1 TO WSBilledCount
               ADD RecurAmount TO WSBilledTotal
               MOVE ZERO TO WSCodeFound
               PERFORM VARYING WSCodeIdx FROM 1 BY 1
                       UNTIL WSCodeIdx > WSCodeCount
                           OR WSCodeFound > ZERO
                   IF CcCode(WSCodeIdx) = RecurChargeCode
                       MOVE WSCodeIdx TO WSCodeFound
                   END-IF
               END-PERFORM
               IF WSCodeFound = ZERO
                   IF WSCodeCount >= WSCodeMax
                       MOVE WSCodeMax TO WSCodeFound
                       MOVE "(OTHER)" TO CcCode(WSCodeFound)
                   ELSE
                       ADD 1 TO WSCodeCount
                       MOVE WSCodeCount TO WSCodeFound
                       MOVE RecurChargeCode TO CcCode(WSCodeFound)
                       MOVE ZERO TO CcCount(WSCodeFound)
                       MOVE ZERO TO CcAmount(WSCodeFound)
                   END-IF
               END-IF
               ADD 1 TO CcCount(WSCodeFound)
               ADD RecurAmount TO CcAmount(WSCodeFound).

           FindCustomerCycle.
               MOVE ZERO TO WSCustCycle
               PERFORM VARYING WSCycIdx FROM 1 BY 1
                       UNTIL WSCycIdx > WSCycCount
                           OR WSCustCycle > ZERO
                   IF CtIDNum(WSCycIdx) = RecurIDNum
                       MOVE CtCycle(WSCycIdx) TO WSCustCycle
                   END-IF
               END-PERFORM
               IF WSCustCycle < 1 OR WSCustCycle > 4
                   COMPUTE WSCustCycle =
                       FUNCTION MOD(RecurIDNum, 4) + 1
               END-IF.

           PrintOneCharge.
               MOVE RecurIDNum TO PrnDetId
               MOVE RecurSeq TO PrnDetSeq
               MOVE RecurChargeCode TO PrnDetCode
               MOVE RecurDesc TO PrnDetDesc
               MOVE RecurFrequency TO PrnDetFreq
               MOVE RecurAmount TO PrnDetAmount
               MOVE RecurNextDue TO PrnDetNextDue
               WRITE BillLine FROM DetailLine
                   AFTER ADVANCING 1 LINE.

      *|==============================================================|
      *    AppendChargeBatch moves the scratch file onto the posting
      *    input behind its own deposit header -- count and debit
      *    hash known, credit hash zero -- so PostTrans balances the
      *    charges exactly as it balances a branch deposit. Nothing
      *    appends when nothing was billed.
      *|==============================================================|

           AppendChargeBatch.
               IF WSBilledCount = ZERO
                   EXIT PARAGRAPH
               END-IF
               OPEN EXTEND PostingFile
               IF WSPostFileMissing
                   OPEN OUTPUT PostingFile
               END-IF
               MOVE ZERO TO PBHIDNum
               MOVE 'H' TO PBHType
               MOVE WSRunDate TO PBHDepositDate
               COMPUTE PBHItemCount = WSBilledCount + WSTaxCount
               COMPUTE PBHDebitTotal = WSBilledTotal + WSTaxTotal
               MOVE ZERO TO PBHCreditTotal
               MOVE "RECURBIL" TO PBHOperator
               WRITE PostingBatchHeader
               MOVE 'N' TO WSScratchEOF
               OPEN INPUT ScratchFile
               PERFORM UNTIL WSScratchAtEOF
                   READ ScratchFile
                       AT END SET WSScratchAtEOF TO TRUE
                       NOT AT END
                           WRITE PostingFileLine
                               FROM PostingTransaction
                   END-READ
               END-PERFORM
               CLOSE ScratchFile, PostingFile.

           PrintBillTotals.
               IF WSCodeCount > ZERO
                   WRITE BillLine FROM CodeHeadLine
                       AFTER ADVANCING 2 LINES
               END-IF
               PERFORM VARYING WSCodeIdx FROM 1 BY 1
                       UNTIL WSCodeIdx > WSCodeCount
                   MOVE CcCode(WSCodeIdx) TO PrnCodeCode
                   MOVE CcCount(WSCodeIdx) TO PrnCodeCount
                   MOVE CcAmount(WSCodeIdx) TO PrnCodeAmount
                   WRITE BillLine FROM CodeLine
                       AFTER ADVANCING 1 LINE
               END-PERFORM
               MOVE "Charges billed" TO PrnTotLabel
               MOVE WSBilledCount TO PrnTotCount
               MOVE WSBilledTotal TO PrnTotAmount
               WRITE BillLine FROM TotalLine
                   AFTER ADVANCING 2 LINES
               MOVE "Sales tax" TO PrnTotLabel
               MOVE WSTaxCount TO PrnTotCount
               MOVE WSTaxTotal TO PrnTotAmount
               WRITE BillLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE "Charges exempt from tax" TO PrnTotLabel
               MOVE WSTaxExemptCount TO PrnTotCount
               MOVE ZERO TO PrnTotAmount
               WRITE BillLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE "Periods passed over" TO PrnTotLabel
               MOVE WSPassedCount TO PrnTotCount
               MOVE ZERO TO PrnTotAmount
               WRITE BillLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE 'T' TO WSBnrFunction
               MOVE WSBilledCount TO WSBnrCount
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   WSBnrRequestor WSBnrCount WSBnrLine1 WSBnrLine2
               WRITE BillLine FROM WSBnrLine1.

           WriteRunLogRecord.
               CALL 'RunLog' USING WSLogStepName WSLogEvent
                   WSLogRecords WSLogRejects WSLogRC
                   WSLogCapacity.

      *|==============================================================|
