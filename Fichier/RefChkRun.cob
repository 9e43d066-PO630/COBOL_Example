      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RefChkRun.

      *|==============================================================|
      *    RefChkRun is the nightly refund-check run. It works off
      *    the refund-check register (CUSTCHKREG, default
      *    RefChkReg.dat, RefChk.cpy) that RefundReview queues each
      *    approved refund on.
      *
      *    Issuing: a queued check is issued once its refund debit
      *    ("REFUND CHECK") is on the posting history (CUSTPOSTH,
      *    default PostHist.dat) -- a debit still held for dual
      *    control waits, so no check goes out ahead of the balance.
      *    The posting date is kept on the register for the
      *    reversal below. Each check takes the next number (one
      *    past the highest ever issued, never below CUSTCHKSTART,
      *    default 100001), is made out to the customer at the
      *    mailing address off the master (a seasonal address
      *    through AltAddr when one covers the business date), and
      *    is printed on the check file (CUSTCHKPRT, default
      *    RefChecks.prt) with its amount check-protected.
      *
      *    Reversing: a check voided on the RefChkVoid screen, and
      *    a check still outstanding CUSTCHKSTALE days (default 180)
      *    after its issue date, is reversed back onto the
      *    customer's credit balance by an 'R' posting naming the
      *    original refund debit, queued under its own batch header
      *    on the pending posting file (CUSTPOSTIN) for PostTrans --
      *    so the balance and the register always agree.
      *
      *    Every check issued, voided or stale-dated goes on the
      *    bank's positive-pay issue file (CUSTPOSPAY, default
      *    PosPay.dat) for account CUSTCHKACCT, rewritten each run
      *    between a header and a trailer carrying the count and
      *    total, so the bank pays only checks we wrote, for the
      *    amount we wrote them.
      *
      *    The check register report (CUSTCHKRPT, default
      *    RefChkReg.rpt, inside the RptBanner frame, registered in
      *    the report catalog) lists tonight's issues, voids and
      *    stale-datings, then every check still outstanding with
      *    its age.
      *
      *    Each run's positive-pay file is logged under POSPAY on the
      *    interface log (IfaceLog) with its item count and total.
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT CheckRegFile ASSIGN TO WSCheckRegFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSCheckRegStatus.

               SELECT HistoryFile ASSIGN TO WSHistFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS PostHKey
                   FILE STATUS IS WSHistFileStatus.

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

               SELECT PosPayFile ASSIGN TO WSPosPayFileName
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT CheckPrint ASSIGN TO WSCheckPrtFileName
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT RegisterRpt ASSIGN TO WSReportFileName
                   ORGANIZATION IS LINE SEQUENTIAL.

      *|==============================================================|

       DATA DIVISION.

           FILE SECTION.

               FD CheckRegFile.
                   COPY "RefChk.cpy".

               FD HistoryFile.
                   COPY "PostRec.cpy".
                   COPY "PostHKey.cpy".

               FD CustomerFile.
                   COPY "CustRec.cpy".

               FD PostingFile.
                   1 PostingReversal.
                       2 PRevIDNum PIC 9(7).
                       2 PRevType PIC X(1).
                       2 PRevAmount PIC 9(7)V99.
                       2 PRevOrigDate PIC 9(8).
                       2 PRevDesc PIC X(12).
                   1 PostingBatchHeader.
                       2 PBHIDNum PIC 9(7).
                       2 PBHType PIC X(1).
                       2 PBHDepositDate PIC 9(8).
                       2 PBHItemCount PIC 9(7).
                       2 PBHDebitTotal PIC 9(9)V99.
                       2 PBHCreditTotal PIC 9(9)V99.
                       2 PBHOperator PIC X(8).

      *    Positive-pay issue file: a header naming the account and
      *    the file date, one detail per check issued ('I') or
      *    cancelled ('V', voids and stale-datings alike), and a
      *    trailer with the detail count and amount total.
               FD PosPayFile.
                   1 PosPayHeader.
                       2 PPHType PIC X(1).
                       2 PPHAccount PIC X(12).
                       2 PPHFileDate PIC 9(8).
                       2 FILLER PIC X(67).
                   1 PosPayDetail.
                       2 PPDType PIC X(1).
                       2 PPDAccount PIC X(12).
                       2 PPDCheckNum PIC 9(8).
                       2 PPDIssueDate PIC 9(8).
                       2 PPDAmount PIC 9(9)V99.
                       2 PPDPayee PIC X(40).
                       2 FILLER PIC X(8).
                   1 PosPayTrailer.
                       2 PPTType PIC X(1).
                       2 PPTAccount PIC X(12).
                       2 PPTCount PIC 9(7).
                       2 PPTTotal PIC 9(11)V99.
                       2 FILLER PIC X(55).

               FD CheckPrint.
                   1 CheckLine PIC X(80).

               FD RegisterRpt.
                   1 RegisterLine PIC X(120).

           WORKING-STORAGE SECTION.

               1 WSCheckRegFileName PIC X(100).
               1 WSHistFileName PIC X(100).
               1 WSCustFileName PIC X(100).
               1 WSPostFileName PIC X(100).
               1 WSPosPayFileName PIC X(100).
               1 WSCheckPrtFileName PIC X(100).
               1 WSReportFileName PIC X(100).

               1 WSCheckRegStatus PIC X(2).
                   88 WSCheckRegOK VALUE '00'.
               1 WSHistFileStatus PIC X(2).
                   88 WSHistFileOK VALUE '00'.
               1 WSFileStatus PIC X(2).
                   88 WSFileOK VALUE '00'.
               1 WSPostFileStatus PIC X(2).
                   88 WSPostFileMissing VALUE '35'.
               1 WSCustAvailFlag PIC X(1) VALUE 'N'.
                   88 WSCustFileAvail VALUE 'Y'.

               1 WSEOF PIC X(1).
                   88 WSAtEOF VALUE 'Y'.

               1 WSBizDateParm PIC X(8).
               1 WSRunDate PIC 9(8).
               1 WSStaleBefore PIC 9(8).

               1 WSParm PIC X(8).
               1 WSStaleDays PIC 9(5) VALUE 180.
               1 WSFirstCheck PIC 9(8) VALUE 100001.
               1 WSAccount PIC X(12) VALUE "000000000000".

               1 WSDateCalcOp PIC X(1).
               1 WSDateCalcDays PIC S9(7).
               1 WSDateCalcResult PIC 9(8).
               1 WSDateCalcDow PIC 9(1).
               1 WSDateCalcValid PIC X(1).

      *    The register, whole, and what tonight did to each line:
      *    'I' issued, 'V' voided, 'S' stale-dated, space nothing.
               1 WSRegMax PIC 9(4) VALUE 5000.
               1 WSRegCount PIC 9(4) VALUE ZERO.
               1 WSRegIdx PIC 9(4).
               1 WSOtherIdx PIC 9(4).
               1 WSFoundIdx PIC 9(4).
               1 RegTable.
                   2 RegSlot OCCURS 5000 TIMES PIC X(113).
               1 EventTable.
                   2 RegEvent OCCURS 5000 TIMES PIC X(1).

               COPY "RefChk.cpy"
                   REPLACING ==RefundCheckRecord== BY ==WSWorkChk==
                       LEADING ==Chk== BY ==WC==.
               COPY "RefChk.cpy"
                   REPLACING ==RefundCheckRecord== BY ==WSOtherChk==
                       LEADING ==Chk== BY ==OC==.

               1 WSHighCheck PIC 9(8) VALUE ZERO.
               1 WSNextCheck PIC 9(8).
               1 WSPostedFlag PIC X(1).
                   88 WSAlreadyClaimed VALUE 'Y'.

               1 WSIssuedCount PIC 9(5) VALUE ZERO.
               1 WSIssuedTotal PIC 9(11)V99 VALUE ZERO.
               1 WSVoidCount PIC 9(5) VALUE ZERO.
               1 WSVoidTotal PIC 9(11)V99 VALUE ZERO.
               1 WSStaleCount PIC 9(5) VALUE ZERO.
               1 WSStaleTotal PIC 9(11)V99 VALUE ZERO.
               1 WSWaitCount PIC 9(5) VALUE ZERO.
               1 WSNoCustCount PIC 9(5) VALUE ZERO.
               1 WSOutCount PIC 9(5) VALUE ZERO.
               1 WSOutTotal PIC 9(11)V99 VALUE ZERO.
               1 WSRevCount PIC 9(7) VALUE ZERO.
               1 WSRevTotal PIC 9(9)V99 VALUE ZERO.
               1 WSPPType PIC X(1).
               1 WSPPCount PIC 9(7) VALUE ZERO.
               1 WSPPTotal PIC 9(11)V99 VALUE ZERO.
               1 WSWantEvent PIC X(1).
               1 WSSectionCount PIC 9(5).

      *    Payee and mailing address for the check face.
               1 WSPayee PIC X(40).
               1 WSResAddrNum PIC 9(3).
               1 WSResStreet PIC X(40).
               1 WSResZip PIC X(5).
               1 WSResCity PIC X(20).

               1 CheckRule PIC X(72) VALUE ALL "-".

               1 CheckTopLine.
                   2 FILLER PIC X(11) VALUE " Check no. ".
                   2 PrnChkNumber PIC 9(8).
                   2 FILLER PIC X(34) VALUE SPACE.
                   2 FILLER PIC X(6) VALUE "Date  ".
                   2 PrnChkDate PIC 9(8).

               1 CheckPayLine.
                   2 FILLER PIC X(22) VALUE " Pay to the order of ".
                   2 PrnChkPayee PIC X(40).

               1 CheckAmountLine.
                   2 FILLER PIC X(41) VALUE SPACE.
                   2 FILLER PIC X(13) VALUE "PAY EXACTLY ".
                   2 PrnChkAmount PIC $**,***,**9.99.

               1 CheckAddrLine.
                   2 FILLER PIC X(22) VALUE SPACE.
                   2 PrnChkAddr PIC X(58).

               1 CheckMemoLine.
                   2 FILLER PIC X(37)
                       VALUE " Refund of credit balance, account ".
                   2 PrnChkId PIC 9(7).
                   2 FILLER PIC X(14) VALUE SPACE.
                   2 FILLER PIC X(11) VALUE "VOID AFTER ".
                   2 PrnChkStale PIC ZZZZ9.
                   2 FILLER PIC X(5) VALUE " DAYS".

               1 HeadLine1.
                   2 FILLER PIC X(32)
                       VALUE " Refund check register, ".
                   2 PrnHeadDate PIC 9(8).

               1 SectionLine PIC X(80).

               1 ColLine.
                   2 FILLER PIC X(11) VALUE " Check no.".
                   2 FILLER PIC X(10) VALUE "Account".
                   2 FILLER PIC X(32) VALUE "Payee".
                   2 FILLER PIC X(15) VALUE "         Amount".
                   2 FILLER PIC X(11) VALUE "  Issued".
                   2 FILLER PIC X(9) VALUE "    Days".
                   2 FILLER PIC X(10) VALUE "  By".

               1 DetailLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnDetNumber PIC 9(8).
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnDetId PIC 9(7).
                   2 FILLER PIC X(3) VALUE SPACE.
                   2 PrnDetPayee PIC X(30).
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnDetAmount PIC Z,ZZZ,ZZZ,ZZ9.99.
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnDetIssued PIC 9(8).
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnDetDays PIC ZZZZZ9.
                   2 FILLER PIC X(3) VALUE SPACE.
                   2 PrnDetOper PIC X(8).

               1 TotalLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnTotLabel PIC X(30).
                   2 PrnTotCount PIC ZZZZ9.
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnTotAmount PIC ZZ,ZZZ,ZZZ,ZZ9.99.

               1 MessageLine PIC X(80).

      *    Standard report identification and catalog registration.
               1 WSBnrFunction PIC X(1).
               1 WSBnrReportName PIC X(20) VALUE "RefChkRun".
               1 WSBnrRequestor PIC X(8) VALUE "BATCH".
               1 WSBnrCount PIC 9(7) VALUE ZERO.
               1 WSBnrLine1 PIC X(80).
               1 WSBnrLine2 PIC X(80).

               1 WSCatReportName PIC X(20).
               1 WSCatFileName PIC X(100).
               1 WSCatPages PIC 9(4) VALUE ZERO.
               1 WSCatRecords PIC 9(7) VALUE ZERO.

      *    Run-log work area handed to the shared RunLog subprogram.
               1 WSLogStepName PIC X(20) VALUE "RefChkRun".
               1 WSLogEvent PIC X(1).
               1 WSLogRecords PIC 9(7) VALUE ZERO.
               1 WSLogRejects PIC 9(7) VALUE ZERO.
               1 WSLogRC PIC 9(4) VALUE ZERO.
               1 WSLogCapacity PIC 9(5) VALUE ZERO.

      *    Interface-log work area handed to the shared IfaceLog
      *    subprogram.
               1 WSIfcCode PIC X(8) VALUE "POSPAY".
               1 WSIfcEvent PIC X(1).
               1 WSIfcRecords PIC 9(7) VALUE ZERO.
               1 WSIfcControl PIC 9(11)V99 VALUE ZERO.
               1 WSIfcFileDate PIC 9(8) VALUE ZERO.

      *|==============================================================|

       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               PERFORM GetRunParameters
               MOVE 'S' TO WSLogEvent
               PERFORM WriteRunLogRecord
               PERFORM LoadRegister
               PERFORM FindPostedRefunds
               OPEN INPUT CustomerFile
               IF WSFileOK
                   SET WSCustFileAvail TO TRUE
               END-IF
               OPEN OUTPUT CheckPrint
               OPEN OUTPUT PosPayFile
               MOVE SPACES TO PosPayHeader
               MOVE 'H' TO PPHType
               MOVE WSAccount TO PPHAccount
               MOVE WSRunDate TO PPHFileDate
               WRITE PosPayHeader
               PERFORM IssueOneCheck
                   VARYING WSRegIdx FROM 1 BY 1
                   UNTIL WSRegIdx > WSRegCount
               PERFORM ReverseOneCheck
                   VARYING WSRegIdx FROM 1 BY 1
                   UNTIL WSRegIdx > WSRegCount
               MOVE SPACES TO PosPayTrailer
               MOVE 'T' TO PPTType
               MOVE WSAccount TO PPTAccount
               MOVE WSPPCount TO PPTCount
               MOVE WSPPTotal TO PPTTotal
               WRITE PosPayTrailer
               CLOSE PosPayFile
               MOVE 'S' TO WSIfcEvent
               MOVE WSPPCount TO WSIfcRecords
               MOVE WSPPTotal TO WSIfcControl
               MOVE WSRunDate TO WSIfcFileDate
               PERFORM WriteIfaceLogRecord
               CLOSE CheckPrint
               IF WSCustFileAvail
                   CLOSE CustomerFile
               END-IF
               IF WSRevCount > ZERO
                   PERFORM WriteReversalPostings
               END-IF
               PERFORM SaveRegister
               PERFORM PrintRegister
               DISPLAY "RefChkRun: " WSIssuedCount " checks issued, "
                   WSVoidCount " voided, " WSStaleCount
                   " stale-dated, " WSOutCount " outstanding."
               MOVE 'E' TO WSLogEvent
               MOVE WSIssuedCount TO WSLogRecords
               MOVE WSNoCustCount TO WSLogRejects
               PERFORM WriteRunLogRecord
               MOVE ZERO TO RETURN-CODE
               GOBACK.

      *|==============================================================|
      *    GetRunParameters settles the file names, the stale-dating
      *    period, the first check number, and the bank account.
      *|==============================================================|

           GetRunParameters.
               ACCEPT WSCheckRegFileName FROM ENVIRONMENT
                       "CUSTCHKREG"
                   ON EXCEPTION
                       MOVE "RefChkReg.dat" TO WSCheckRegFileName
               END-ACCEPT
               ACCEPT WSHistFileName FROM ENVIRONMENT "CUSTPOSTH"
                   ON EXCEPTION
                       MOVE "PostHist.dat" TO WSHistFileName
               END-ACCEPT
               ACCEPT WSCustFileName FROM ENVIRONMENT "CUSTMSTR"
                   ON EXCEPTION
                       MOVE "test.dat" TO WSCustFileName
               END-ACCEPT
               ACCEPT WSPostFileName FROM ENVIRONMENT "CUSTPOSTIN"
                   ON EXCEPTION
                       MOVE "PostTrans.dat" TO WSPostFileName
               END-ACCEPT
               ACCEPT WSPosPayFileName FROM ENVIRONMENT "CUSTPOSPAY"
                   ON EXCEPTION
                       MOVE "PosPay.dat" TO WSPosPayFileName
               END-ACCEPT
               ACCEPT WSCheckPrtFileName FROM ENVIRONMENT
                       "CUSTCHKPRT"
                   ON EXCEPTION
                       MOVE "RefChecks.prt" TO WSCheckPrtFileName
               END-ACCEPT
               ACCEPT WSReportFileName FROM ENVIRONMENT "CUSTCHKRPT"
                   ON EXCEPTION
                       MOVE "RefChkReg.rpt" TO WSReportFileName
               END-ACCEPT
               MOVE SPACES TO WSParm
               ACCEPT WSParm FROM ENVIRONMENT "CUSTCHKSTALE"
                   ON EXCEPTION CONTINUE
               END-ACCEPT
               IF WSParm NOT = SPACES
                   MOVE FUNCTION NUMVAL(WSParm) TO WSStaleDays
               END-IF
               MOVE SPACES TO WSParm
               ACCEPT WSParm FROM ENVIRONMENT "CUSTCHKSTART"
                   ON EXCEPTION CONTINUE
               END-ACCEPT
               IF WSParm NOT = SPACES
                   MOVE FUNCTION NUMVAL(WSParm) TO WSFirstCheck
               END-IF
               ACCEPT WSAccount FROM ENVIRONMENT "CUSTCHKACCT"
                   ON EXCEPTION CONTINUE
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
               MOVE 'A' TO WSDateCalcOp
               COMPUTE WSDateCalcDays = 0 - WSStaleDays
               CALL 'DateCalc' USING WSDateCalcOp WSRunDate
                   WSStaleBefore WSDateCalcDays WSDateCalcResult
                   WSDateCalcDow WSDateCalcValid
               MOVE WSDateCalcResult TO WSStaleBefore.

           LoadRegister.
               MOVE 'N' TO WSEOF
               OPEN INPUT CheckRegFile
               IF NOT WSCheckRegOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ CheckRegFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF WSRegCount < WSRegMax
                               ADD 1 TO WSRegCount
                               MOVE RefundCheckRecord
                                   TO RegSlot(WSRegCount)
                               MOVE SPACE TO RegEvent(WSRegCount)
                               IF ChkNumber > WSHighCheck
                                   MOVE ChkNumber TO WSHighCheck
                               END-IF
                           ELSE
                               DISPLAY "RefChkRun: register table "
                                   "full; check " ChkNumber
                                   " not loaded."
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CheckRegFile
               IF WSHighCheck < WSFirstCheck
                   MOVE WSFirstCheck TO WSNextCheck
               ELSE
                   COMPUTE WSNextCheck = WSHighCheck + 1
               END-IF.

      *|==============================================================|
      *    FindPostedRefunds pairs each refund debit on the history
      *    with the queued check it paid for: same customer and
      *    amount, queued on or before the posting date. A debit
      *    some register line already names is spoken for.
      *|==============================================================|

           FindPostedRefunds.
               MOVE 'N' TO WSEOF
               OPEN INPUT HistoryFile
               IF NOT WSHistFileOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ HistoryFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF PostHDebit
                               AND NOT PostHReversalLine
                               AND PostHDesc = "REFUND CHECK"
                               PERFORM ClaimPostedRefund
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HistoryFile.

           ClaimPostedRefund.
               MOVE 'N' TO WSPostedFlag
               MOVE ZERO TO WSFoundIdx
               PERFORM VARYING WSOtherIdx FROM 1 BY 1
                       UNTIL WSOtherIdx > WSRegCount
                       OR WSAlreadyClaimed
                   MOVE RegSlot(WSOtherIdx) TO WSOtherChk
                   IF OCIDNum = PostHIDNum
                       AND OCAmount = PostHAmount
                       IF OCPostDate = PostHDate
                           MOVE 'Y' TO WSPostedFlag
                       END-IF
                       IF OCQueued AND OCPostDate = ZERO
                           AND OCQueueDate <= PostHDate
                           AND WSFoundIdx = ZERO
                           MOVE WSOtherIdx TO WSFoundIdx
                       END-IF
                   END-IF
               END-PERFORM
               IF WSAlreadyClaimed OR WSFoundIdx = ZERO
                   EXIT PARAGRAPH
               END-IF
               MOVE RegSlot(WSFoundIdx) TO WSOtherChk
               MOVE PostHDate TO OCPostDate
               MOVE WSOtherChk TO RegSlot(WSFoundIdx).

      *|==============================================================|
      *    IssueOneCheck numbers, prints, and reports to the bank a
      *    queued check whose debit has posted. A customer no longer
      *    on the master has no address to mail to; the check waits
      *    and is listed.
      *|==============================================================|

           IssueOneCheck.
               MOVE RegSlot(WSRegIdx) TO WSWorkChk
               IF NOT WCQueued
                   EXIT PARAGRAPH
               END-IF
               IF WCPostDate = ZERO
                   ADD 1 TO WSWaitCount
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO PrnChkAddr
               IF NOT WSCustFileAvail
                   ADD 1 TO WSNoCustCount
                   EXIT PARAGRAPH
               END-IF
               MOVE WCIDNum TO IDNum OF CustomerData
               READ CustomerFile
                   INVALID KEY
                       DISPLAY "RefChkRun: customer " WCIDNum
                           " not on the master; check waits."
                       ADD 1 TO WSNoCustCount
                       EXIT PARAGRAPH
               END-READ
               PERFORM ResolvePayee
               MOVE WSNextCheck TO WCNumber
               ADD 1 TO WSNextCheck
               MOVE 'I' TO WCStatus
               MOVE WSRunDate TO WCIssueDate WCStatusDate
               MOVE WSPayee TO WCPayee
               MOVE WSWorkChk TO RegSlot(WSRegIdx)
               MOVE 'I' TO RegEvent(WSRegIdx)
               ADD 1 TO WSIssuedCount
               ADD WCAmount TO WSIssuedTotal
               PERFORM PrintCheck
               MOVE 'I' TO WSPPType
               PERFORM WritePosPayDetail.

           ResolvePayee.
               IF CustBusiness
                   MOVE CustCompanyName OF CustomerData TO WSPayee
               ELSE
                   CALL 'NameCase' USING FirstName OF CustomerData
                   CALL 'NameCase' USING LastName OF CustomerData
                   MOVE SPACES TO WSPayee
                   STRING FirstName OF CustomerData
                              DELIMITED BY "  "
                          " " DELIMITED BY SIZE
                          LastName OF CustomerData
                              DELIMITED BY "  "
                       INTO WSPayee
                   END-STRING
               END-IF
               MOVE CustAddrNum OF CustomerData TO WSResAddrNum
               MOVE CustAddrStreet OF CustomerData TO WSResStreet
               MOVE CustAddrZip OF CustomerData TO WSResZip
               MOVE CustAddrCity OF CustomerData TO WSResCity
               CALL 'AltAddr' USING WCIDNum WSRunDate
                   WSResAddrNum WSResStreet WSResZip WSResCity.

           PrintCheck.
               WRITE CheckLine FROM CheckRule
                   AFTER ADVANCING 2 LINES
               MOVE WCNumber TO PrnChkNumber
               MOVE WCIssueDate TO PrnChkDate
               WRITE CheckLine FROM CheckTopLine
                   AFTER ADVANCING 1 LINE
               MOVE WCPayee TO PrnChkPayee
               WRITE CheckLine FROM CheckPayLine
                   AFTER ADVANCING 2 LINES
               MOVE WCAmount TO PrnChkAmount
               WRITE CheckLine FROM CheckAmountLine
                   AFTER ADVANCING 1 LINE
               MOVE SPACES TO PrnChkAddr
               STRING WSResAddrNum DELIMITED BY SIZE
                      " "          DELIMITED BY SIZE
                      WSResStreet  DELIMITED BY "  "
                   INTO PrnChkAddr
               END-STRING
               WRITE CheckLine FROM CheckAddrLine
                   AFTER ADVANCING 1 LINE
               MOVE SPACES TO PrnChkAddr
               STRING WSResCity    DELIMITED BY "  "
                      " "          DELIMITED BY SIZE
                      WSResZip     DELIMITED BY SIZE
                   INTO PrnChkAddr
               END-STRING
               WRITE CheckLine FROM CheckAddrLine
                   AFTER ADVANCING 1 LINE
               MOVE WCIDNum TO PrnChkId
               MOVE WSStaleDays TO PrnChkStale
               WRITE CheckLine FROM CheckMemoLine
                   AFTER ADVANCING 2 LINES
               WRITE CheckLine FROM CheckRule
                   AFTER ADVANCING 1 LINE.

      *|==============================================================|
      *    ReverseOneCheck closes out a check voided on the screen
      *    or outstanding past the stale-dating period: the refund
      *    debit is reversed and the bank told not to pay it.
      *|==============================================================|

           ReverseOneCheck.
               MOVE RegSlot(WSRegIdx) TO WSWorkChk
               EVALUATE TRUE
                   WHEN WCVoidAsked
                       MOVE 'V' TO WCStatus
                       ADD 1 TO WSVoidCount
                       ADD WCAmount TO WSVoidTotal
                   WHEN WCIssued AND WCIssueDate <= WSStaleBefore
                       MOVE 'S' TO WCStatus
                       ADD 1 TO WSStaleCount
                       ADD WCAmount TO WSStaleTotal
                   WHEN OTHER
                       EXIT PARAGRAPH
               END-EVALUATE
               MOVE WSRunDate TO WCStatusDate
               MOVE WSWorkChk TO RegSlot(WSRegIdx)
               MOVE WCStatus TO RegEvent(WSRegIdx)
               ADD 1 TO WSRevCount
               ADD WCAmount TO WSRevTotal
               MOVE 'V' TO WSPPType
               PERFORM WritePosPayDetail.

           WritePosPayDetail.
               MOVE SPACES TO PosPayDetail
               MOVE WSPPType TO PPDType
               MOVE WSAccount TO PPDAccount
               MOVE WCNumber TO PPDCheckNum
               MOVE WCIssueDate TO PPDIssueDate
               MOVE WCAmount TO PPDAmount
               MOVE WCPayee TO PPDPayee
               WRITE PosPayDetail
               ADD 1 TO WSPPCount
               ADD WCAmount TO WSPPTotal.

      *|==============================================================|
      *    WriteReversalPostings queues tonight's reversals under
      *    their own batch header, each naming the refund debit by
      *    its posting date, for PostTrans to prove and apply.
      *|==============================================================|

           WriteReversalPostings.
               OPEN EXTEND PostingFile
               IF WSPostFileMissing
                   OPEN OUTPUT PostingFile
               END-IF
               MOVE ZEROES TO PBHIDNum
               MOVE 'H' TO PBHType
               MOVE WSRunDate TO PBHDepositDate
               MOVE WSRevCount TO PBHItemCount
               MOVE WSRevTotal TO PBHDebitTotal
               MOVE ZERO TO PBHCreditTotal
               MOVE "REFCHECK" TO PBHOperator
               WRITE PostingBatchHeader
               PERFORM VARYING WSRegIdx FROM 1 BY 1
                       UNTIL WSRegIdx > WSRegCount
                   IF RegEvent(WSRegIdx) = 'V'
                       OR RegEvent(WSRegIdx) = 'S'
                       MOVE RegSlot(WSRegIdx) TO WSWorkChk
                       MOVE WCIDNum TO PRevIDNum
                       MOVE 'R' TO PRevType
                       MOVE WCAmount TO PRevAmount
                       MOVE WCPostDate TO PRevOrigDate
                       IF WCVoided
                           MOVE "VOID CHECK" TO PRevDesc
                       ELSE
                           MOVE "STALE CHECK" TO PRevDesc
                       END-IF
                       WRITE PostingReversal
                   END-IF
               END-PERFORM
               CLOSE PostingFile.

           SaveRegister.
               OPEN OUTPUT CheckRegFile
               PERFORM VARYING WSRegIdx FROM 1 BY 1
                       UNTIL WSRegIdx > WSRegCount
                   MOVE RegSlot(WSRegIdx) TO RefundCheckRecord
                   WRITE RefundCheckRecord
               END-PERFORM
               CLOSE CheckRegFile.

      *|==============================================================|
      *    PrintRegister: tonight's issues, voids, and stale-datings,
      *    then every check still outstanding.
      *|==============================================================|

           PrintRegister.
               OPEN OUTPUT RegisterRpt
               MOVE 'B' TO WSBnrFunction
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   WSBnrRequestor WSBnrCount WSBnrLine1 WSBnrLine2
               WRITE RegisterLine FROM WSBnrLine1
               WRITE RegisterLine FROM WSBnrLine2
               MOVE WSRunDate TO PrnHeadDate
               WRITE RegisterLine FROM HeadLine1
                   AFTER ADVANCING 1 LINE
               MOVE 'I' TO WSWantEvent
               MOVE " Checks issued tonight" TO SectionLine
               PERFORM PrintEventSection
               MOVE 'V' TO WSWantEvent
               MOVE " Checks voided tonight -- reversed to the "
                   & "customer's credit balance" TO SectionLine
               PERFORM PrintEventSection
               MOVE 'S' TO WSWantEvent
               MOVE " Checks stale-dated tonight -- reversed to the "
                   & "customer's credit balance" TO SectionLine
               PERFORM PrintEventSection
               MOVE " Checks outstanding" TO SectionLine
               WRITE RegisterLine FROM SectionLine
                   AFTER ADVANCING 2 LINES
               WRITE RegisterLine FROM ColLine
                   AFTER ADVANCING 1 LINE
               PERFORM VARYING WSRegIdx FROM 1 BY 1
                       UNTIL WSRegIdx > WSRegCount
                   MOVE RegSlot(WSRegIdx) TO WSWorkChk
                   IF WCIssued
                       ADD 1 TO WSOutCount
                       ADD WCAmount TO WSOutTotal
                       PERFORM PrintDetailLine
                   END-IF
               END-PERFORM
               IF WSWaitCount > ZERO
                   MOVE SPACES TO MessageLine
                   STRING " Approved refunds waiting for their debit "
                          "to post: " WSWaitCount
                       DELIMITED BY SIZE INTO MessageLine
                   END-STRING
                   WRITE RegisterLine FROM MessageLine
                       AFTER ADVANCING 2 LINES
               END-IF
               IF WSNoCustCount > ZERO
                   MOVE SPACES TO MessageLine
                   STRING " Checks waiting, customer not on the "
                          "master: " WSNoCustCount
                       DELIMITED BY SIZE INTO MessageLine
                   END-STRING
                   WRITE RegisterLine FROM MessageLine
                       AFTER ADVANCING 1 LINE
               END-IF
               MOVE "Issued tonight" TO PrnTotLabel
               MOVE WSIssuedCount TO PrnTotCount
               MOVE WSIssuedTotal TO PrnTotAmount
               WRITE RegisterLine FROM TotalLine
                   AFTER ADVANCING 2 LINES
               MOVE "Voided tonight" TO PrnTotLabel
               MOVE WSVoidCount TO PrnTotCount
               MOVE WSVoidTotal TO PrnTotAmount
               WRITE RegisterLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE "Stale-dated tonight" TO PrnTotLabel
               MOVE WSStaleCount TO PrnTotCount
               MOVE WSStaleTotal TO PrnTotAmount
               WRITE RegisterLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE "Outstanding" TO PrnTotLabel
               MOVE WSOutCount TO PrnTotCount
               MOVE WSOutTotal TO PrnTotAmount
               WRITE RegisterLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE 'T' TO WSBnrFunction
               MOVE WSIssuedCount TO WSBnrCount
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   WSBnrRequestor WSBnrCount WSBnrLine1 WSBnrLine2
               WRITE RegisterLine FROM WSBnrLine1
               CLOSE RegisterRpt
               MOVE "RefChkRun" TO WSCatReportName
               MOVE WSReportFileName TO WSCatFileName
               MOVE WSIssuedCount TO WSCatRecords
               CALL 'RptCatalog' USING WSCatReportName
                   WSCatFileName WSCatPages WSCatRecords.

           PrintEventSection.
               WRITE RegisterLine FROM SectionLine
                   AFTER ADVANCING 2 LINES
               MOVE ZERO TO WSSectionCount
               PERFORM VARYING WSRegIdx FROM 1 BY 1
                       UNTIL WSRegIdx > WSRegCount
                   IF RegEvent(WSRegIdx) = WSWantEvent
                       IF WSSectionCount = ZERO
                           WRITE RegisterLine FROM ColLine
                               AFTER ADVANCING 1 LINE
                       END-IF
                       ADD 1 TO WSSectionCount
                       MOVE RegSlot(WSRegIdx) TO WSWorkChk
                       PERFORM PrintDetailLine
                   END-IF
               END-PERFORM
               IF WSSectionCount = ZERO
                   MOVE "   None." TO MessageLine
                   WRITE RegisterLine FROM MessageLine
                       AFTER ADVANCING 1 LINE
               END-IF.

           PrintDetailLine.
               MOVE WCNumber TO PrnDetNumber
               MOVE WCIDNum TO PrnDetId
               MOVE WCPayee TO PrnDetPayee
               MOVE WCAmount TO PrnDetAmount
               MOVE WCIssueDate TO PrnDetIssued
               MOVE ZERO TO PrnDetDays
               MOVE 'D' TO WSDateCalcOp
               CALL 'DateCalc' USING WSDateCalcOp WCIssueDate
                   WSRunDate WSDateCalcDays WSDateCalcResult
                   WSDateCalcDow WSDateCalcValid
               IF WSDateCalcValid = 'Y' AND WSDateCalcDays > ZERO
                   MOVE WSDateCalcDays TO PrnDetDays
               END-IF
               IF WCVoided
                   MOVE WCVoidOper TO PrnDetOper
               ELSE
                   MOVE WCOperator TO PrnDetOper
               END-IF
               WRITE RegisterLine FROM DetailLine
                   AFTER ADVANCING 1 LINE.

           WriteRunLogRecord.
               CALL 'RunLog' USING WSLogStepName WSLogEvent
                   WSLogRecords WSLogRejects WSLogRC
                   WSLogCapacity.

           WriteIfaceLogRecord.
               CALL 'IfaceLog' USING WSIfcCode WSIfcEvent
                   WSIfcRecords WSIfcControl WSIfcFileDate.

      *|==============================================================|
