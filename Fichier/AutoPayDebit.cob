      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AutoPayDebit.

      *|==============================================================|
      *    AutoPayDebit is the nightly step that asks the bank for
      *    the month's automatic debits. Every enrollment on the
      *    autopay file (CUSTAUTOPAY, default AutoPay.dat,
      *    AutoRec.cpy layout) in force on the business date is
      *    drawn once a month, on the first night on or after its
      *    customer's billing-cycle day: the cycle from the cycle
      *    file (CUSTCYCLE, default BillCycle.dat) opens on day 1,
      *    8, 15, or 22, the weeks Statement bills by, and a
      *    customer the file has not caught up with deals by Id the
      *    way Statement does.
      *
      *    The amount is the customer's balance on the balance
      *    file (CUSTBAL) for the statement basis, or the monthly
      *    installment of the active payment plan (CUSTPLAN) for
      *    the plan basis -- never more than is owed. Nothing owed,
      *    an inactive customer, or a plan no longer active draws
      *    nothing and is listed as skipped.
      *
      *    The outbound request file for the bank (CUSTDDOUT,
      *    default DDRequest.dat) is written fresh each night:
      *        header  cols 1-7 zeros, col 8 'H', request date,
      *                item count 9(7), amount total 9(9)V99
      *        detail  cols 1-7 account Id, col 8 'Q', amount
      *                9(7)V99, routing 9(9), bank account X(17),
      *                request date 9(8)
      *    and each enrollment drawn is stamped with the request
      *    date, so a rerun of the night never asks twice. Every
      *    request and skip prints on AutoPayDebit.rpt.
      *
      *    Each night's request file is logged under DDREQ on the
      *    interface log (IfaceLog) with its item count, amount total
      *    and request date; the bank's settlement file acknowledges
      *    it.
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT AutoPayFile ASSIGN TO WSAutoFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AutoIDNum
                   FILE STATUS IS WSAutoFileStatus.

               SELECT CustomerFile ASSIGN TO WSCustFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS IDNum
                   ALTERNATE RECORD KEY IS LastName
                       WITH DUPLICATES
                   FILE STATUS IS WSFileStatus.

               SELECT BalanceFile ASSIGN TO WSBalFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS BalIDNum
                   FILE STATUS IS WSBalFileStatus.

               SELECT PlanFile ASSIGN TO WSPlanFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PlanIDNum
                   FILE STATUS IS WSPlanFileStatus.

               SELECT CycleFile ASSIGN TO WSCycleFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSCycleFileStatus.

               SELECT RequestFile ASSIGN TO WSRequestFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSRequestStatus.

               SELECT DebitReport ASSIGN TO WSReportFileName
                   ORGANIZATION IS LINE SEQUENTIAL.

      *|==============================================================|

       DATA DIVISION.

           FILE SECTION.

               FD AutoPayFile.
                   COPY "AutoRec.cpy".

               FD CustomerFile.
                   COPY "CustRec.cpy".

               FD BalanceFile.
                   COPY "BalRec.cpy".

               FD PlanFile.
                   COPY "PlanRec.cpy".

               FD CycleFile.
                   1 CycleRecord.
                       2 CycIDNum PIC 9(7).
                       2 CycNumber PIC 9(1).

               FD RequestFile.
                   1 RequestDetail.
                       2 ReqIDNum PIC 9(7).
                       2 ReqType PIC X(1).
                       2 ReqAmount PIC 9(7)V99.
                       2 ReqRouting PIC 9(9).
                       2 ReqAccount PIC X(17).
                       2 ReqDate PIC 9(8).
                   1 RequestHeader.
                       2 ReqHIDNum PIC 9(7).
                       2 ReqHType PIC X(1).
                       2 ReqHDate PIC 9(8).
                       2 ReqHCount PIC 9(7).
                       2 ReqHTotal PIC 9(9)V99.

               FD DebitReport.
                   1 DebitLine PIC X(100).

           WORKING-STORAGE SECTION.

               1 WSAutoFileName PIC X(100).
               1 WSCustFileName PIC X(100).
               1 WSBalFileName PIC X(100).
               1 WSPlanFileName PIC X(100).
               1 WSCycleFileName PIC X(100).
               1 WSRequestFileName PIC X(100).
               1 WSReportFileName PIC X(100).

               1 WSAutoFileStatus PIC X(2).
                   88 WSAutoFileOK VALUE '00'.
               1 WSFileStatus PIC X(2).
                   88 WSFileOK VALUE '00'.
               1 WSBalFileStatus PIC X(2).
                   88 WSBalFileOK VALUE '00'.
               1 WSPlanFileStatus PIC X(2).
                   88 WSPlanFileOK VALUE '00'.
               1 WSCycleFileStatus PIC X(2).
                   88 WSCycleFileOK VALUE '00'.
               1 WSRequestStatus PIC X(2).
                   88 WSRequestOK VALUE '00'.

               1 WSEOF PIC X(1).
                   88 WSAtEOF VALUE 'Y'.

               1 WSBizDateParm PIC X(8).
               1 WSRunDate PIC 9(8).
               1 WSRunDateParts REDEFINES WSRunDate.
                   2 WSRunYearMonth PIC 9(6).
                   2 WSRunDay PIC 9(2).

               1 WSLastReqDate PIC 9(8).
               1 WSLastReqParts REDEFINES WSLastReqDate.
                   2 WSLastReqYearMonth PIC 9(6).
                   2 FILLER PIC 9(2).

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

      *    Tonight's requests, held until the header can carry
      *    their count and total.
               1 WSReqMax PIC 9(5) VALUE 5000.
               1 WSReqCount PIC 9(5) VALUE ZERO.
               1 WSReqIdx PIC 9(5).

               1 RequestTable.
                   2 RequestEntry OCCURS 5000 TIMES.
                       3 RtIDNum PIC 9(7).
                       3 RtAmount PIC 9(7)V99.
                       3 RtRouting PIC 9(9).
                       3 RtAccount PIC X(17).

               1 WSReqTotal PIC 9(9)V99 VALUE ZERO.
               1 WSDebitAmount PIC 9(7)V99.
               1 WSSkipReason PIC X(30).
               1 WSSkippedCount PIC 9(5) VALUE ZERO.

               1 HeadLine1.
                   2 FILLER PIC X(35)
                       VALUE "Autopay Direct-Debit Requests -- ".
                   2 PrnHeadDate PIC 9(8).

               1 HeadLine2.
                   2 FILLER PIC X(9) VALUE " Id".
                   2 FILLER PIC X(6) VALUE "Basis".
                   2 FILLER PIC X(6) VALUE "Cycle".
                   2 FILLER PIC X(13) VALUE "       Amount".
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 FILLER PIC X(30) VALUE "Result".

               1 DetailLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnDetId PIC 9(7).
                   2 FILLER PIC X(3) VALUE SPACE.
                   2 PrnDetBasis PIC X(1).
                   2 FILLER PIC X(5) VALUE SPACE.
                   2 PrnDetCycle PIC 9(1).
                   2 FILLER PIC X(3) VALUE SPACE.
                   2 PrnDetAmount PIC ZZZ,ZZZ,ZZ9.99.
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnDetResult PIC X(30).

               1 TotalLine.
                   2 FILLER PIC X(21) VALUE " Debits requested : ".
                   2 PrnTotCount PIC ZZZZ9.
                   2 FILLER PIC X(3) VALUE SPACE.
                   2 PrnTotAmount PIC ZZZ,ZZZ,ZZ9.99.
                   2 FILLER PIC X(14) VALUE "   skipped : ".
                   2 PrnTotSkipped PIC ZZZZ9.

      *    Standard report identification and catalog registration.
               1 WSBnrFunction PIC X(1).
               1 WSBnrReportName PIC X(20) VALUE "AutoPayDebit".
               1 WSBnrRequestor PIC X(8) VALUE "BATCH".
               1 WSBnrCount PIC 9(7) VALUE ZERO.
               1 WSBnrLine1 PIC X(80).
               1 WSBnrLine2 PIC X(80).

               1 WSCatReportName PIC X(20).
               1 WSCatFileName PIC X(100).
               1 WSCatPages PIC 9(4) VALUE ZERO.
               1 WSCatRecords PIC 9(7) VALUE ZERO.

      *    Run-log work area handed to the shared RunLog subprogram.
               1 WSLogStepName PIC X(20) VALUE "AutoPayDebit".
               1 WSLogEvent PIC X(1).
               1 WSLogRecords PIC 9(7) VALUE ZERO.
               1 WSLogRejects PIC 9(7) VALUE ZERO.
               1 WSLogRC PIC 9(4) VALUE ZERO.
               1 WSLogCapacity PIC 9(5) VALUE ZERO.

      *    Interface-log work area handed to the shared IfaceLog
      *    subprogram.
               1 WSIfcCode PIC X(8) VALUE "DDREQ".
               1 WSIfcEvent PIC X(1).
               1 WSIfcRecords PIC 9(7) VALUE ZERO.
               1 WSIfcControl PIC 9(11)V99 VALUE ZERO.
               1 WSIfcFileDate PIC 9(8) VALUE ZERO.

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
               ACCEPT WSAutoFileName FROM ENVIRONMENT "CUSTAUTOPAY"
                   ON EXCEPTION
                       MOVE "AutoPay.dat" TO WSAutoFileName
               END-ACCEPT
               ACCEPT WSCustFileName FROM ENVIRONMENT "CUSTMSTR"
                   ON EXCEPTION
                       MOVE "test.dat" TO WSCustFileName
               END-ACCEPT
               ACCEPT WSBalFileName FROM ENVIRONMENT "CUSTBAL"
                   ON EXCEPTION
                       MOVE "CustBal.dat" TO WSBalFileName
               END-ACCEPT
               ACCEPT WSPlanFileName FROM ENVIRONMENT "CUSTPLAN"
                   ON EXCEPTION
                       MOVE "PayPlan.dat" TO WSPlanFileName
               END-ACCEPT
               ACCEPT WSCycleFileName FROM ENVIRONMENT "CUSTCYCLE"
                   ON EXCEPTION
                       MOVE "BillCycle.dat" TO WSCycleFileName
               END-ACCEPT
               ACCEPT WSRequestFileName FROM ENVIRONMENT "CUSTDDOUT"
                   ON EXCEPTION
                       MOVE "DDRequest.dat" TO WSRequestFileName
               END-ACCEPT
               ACCEPT WSReportFileName FROM ENVIRONMENT
                       "CUSTDDRPT"
                   ON EXCEPTION
                       MOVE "AutoPayDebit.rpt" TO WSReportFileName
               END-ACCEPT
               MOVE 'S' TO WSLogEvent
               PERFORM WriteRunLogRecord
               OPEN I-O AutoPayFile
               IF NOT WSAutoFileOK
                   DISPLAY "AutoPayDebit: no autopay enrollments; "
                       "no debits requested."
                   MOVE 'E' TO WSLogEvent
                   PERFORM WriteRunLogRecord
                   MOVE ZERO TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM LoadCycleTable
               OPEN INPUT CustomerFile
               IF NOT WSFileOK
                   DISPLAY "AutoPayDebit: customer file will not "
                       "open: " WSFileStatus
                   CLOSE AutoPayFile
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               OPEN INPUT BalanceFile
               OPEN INPUT PlanFile
               OPEN OUTPUT DebitReport
               MOVE 'B' TO WSBnrFunction
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   WSBnrRequestor WSBnrCount WSBnrLine1 WSBnrLine2
               WRITE DebitLine FROM WSBnrLine1
               WRITE DebitLine FROM WSBnrLine2
               MOVE WSRunDate TO PrnHeadDate
               WRITE DebitLine FROM HeadLine1
                   AFTER ADVANCING 1 LINE
               WRITE DebitLine FROM HeadLine2
                   AFTER ADVANCING 2 LINES
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSAtEOF
                   READ AutoPayFile NEXT RECORD
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           PERFORM JudgeOneEnrollment
                   END-READ
               END-PERFORM
               PERFORM WriteRequestFile
               MOVE WSReqCount TO PrnTotCount
               MOVE WSReqTotal TO PrnTotAmount
               MOVE WSSkippedCount TO PrnTotSkipped
               WRITE DebitLine FROM TotalLine
                   AFTER ADVANCING 2 LINES
               MOVE 'T' TO WSBnrFunction
               MOVE WSReqCount TO WSBnrCount
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   WSBnrRequestor WSBnrCount WSBnrLine1 WSBnrLine2
               WRITE DebitLine FROM WSBnrLine1
               CLOSE AutoPayFile, CustomerFile, DebitReport
               IF WSBalFileOK
                   CLOSE BalanceFile
               END-IF
               IF WSPlanFileOK
                   CLOSE PlanFile
               END-IF
               MOVE "AutoPayDebit" TO WSCatReportName
               MOVE WSReportFileName TO WSCatFileName
               MOVE WSReqCount TO WSCatRecords
               CALL 'RptCatalog' USING WSCatReportName
                   WSCatFileName WSCatPages WSCatRecords
               MOVE 'E' TO WSLogEvent
               MOVE WSReqCount TO WSLogRecords
               PERFORM WriteRunLogRecord
               DISPLAY "AutoPayDebit: " WSReqCount
                   " debits requested, " WSSkippedCount " skipped."
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
      *    JudgeOneEnrollment: in force tonight, not yet drawn this
      *    month, and past the cycle day -- then the amount decides
      *    whether there is anything to ask for.
      *|==============================================================|

           JudgeOneEnrollment.
               IF AutoStartDate > WSRunDate
                   EXIT PARAGRAPH
               END-IF
               IF AutoStopDate NOT = ZERO
                   AND AutoStopDate < WSRunDate
                   EXIT PARAGRAPH
               END-IF
               MOVE AutoLastRequest TO WSLastReqDate
               IF WSLastReqYearMonth >= WSRunYearMonth
                   EXIT PARAGRAPH
               END-IF
               PERFORM FindCustomerCycle
               COMPUTE WSCycleDay = (WSCustCycle - 1) * 7 + 1
               IF WSRunDay < WSCycleDay
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO WSSkipReason
               MOVE ZERO TO WSDebitAmount
               MOVE AutoIDNum TO IDNum OF CustomerData
               READ CustomerFile
                   INVALID KEY
                       MOVE "Skipped: not on master"
                           TO WSSkipReason
               END-READ
               IF WSSkipReason = SPACES AND NOT CustActive
                   MOVE "Skipped: customer not active"
                       TO WSSkipReason
               END-IF
               IF WSSkipReason = SPACES
                   PERFORM SettleDebitAmount
               END-IF
               IF WSSkipReason = SPACES
                   AND WSReqCount >= WSReqMax
                   MOVE "Skipped: request table full"
                       TO WSSkipReason
               END-IF
               IF WSSkipReason NOT = SPACES
                   ADD 1 TO WSSkippedCount
                   MOVE WSSkipReason TO PrnDetResult
                   PERFORM PrintOneEnrollment
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WSReqCount
               MOVE AutoIDNum TO RtIDNum(WSReqCount)
               MOVE WSDebitAmount TO RtAmount(WSReqCount)
               MOVE AutoRouting TO RtRouting(WSReqCount)
               MOVE AutoAccount TO RtAccount(WSReqCount)
               ADD WSDebitAmount TO WSReqTotal
               MOVE WSRunDate TO AutoLastRequest
               REWRITE AutoPayRecord
               MOVE "Debit requested" TO PrnDetResult
               PERFORM PrintOneEnrollment.

      *|==============================================================|
      *    SettleDebitAmount: the balance owed, or the plan
      *    installment capped at the balance owed.
      *|==============================================================|

           SettleDebitAmount.
               MOVE ZERO TO BalAmount
               IF WSBalFileOK
                   MOVE AutoIDNum TO BalIDNum
                   READ BalanceFile
                       INVALID KEY
                           MOVE ZERO TO BalAmount
                   END-READ
               END-IF
               IF BalAmount NOT > ZERO
                   MOVE "Skipped: nothing owed" TO WSSkipReason
                   EXIT PARAGRAPH
               END-IF
               IF AutoBasisPlan
                   MOVE SPACE TO PlanStatusFlag
                   IF WSPlanFileOK
                       MOVE AutoIDNum TO PlanIDNum
                       READ PlanFile
                           INVALID KEY
                               MOVE SPACE TO PlanStatusFlag
                       END-READ
                   END-IF
                   IF NOT PlanActive
                       MOVE "Skipped: plan not active"
                           TO WSSkipReason
                       EXIT PARAGRAPH
                   END-IF
                   IF PlanMonthlyAmount < BalAmount
                       MOVE PlanMonthlyAmount TO WSDebitAmount
                   ELSE
                       MOVE BalAmount TO WSDebitAmount
                   END-IF
               ELSE
                   MOVE BalAmount TO WSDebitAmount
               END-IF
               IF WSDebitAmount = ZERO
                   MOVE "Skipped: nothing owed" TO WSSkipReason
               END-IF.

           FindCustomerCycle.
               MOVE ZERO TO WSCustCycle
               PERFORM VARYING WSCycIdx FROM 1 BY 1
                       UNTIL WSCycIdx > WSCycCount
                           OR WSCustCycle > ZERO
                   IF CtIDNum(WSCycIdx) = AutoIDNum
                       MOVE CtCycle(WSCycIdx) TO WSCustCycle
                   END-IF
               END-PERFORM
               IF WSCustCycle < 1 OR WSCustCycle > 4
                   COMPUTE WSCustCycle =
                       FUNCTION MOD(AutoIDNum, 4) + 1
               END-IF.

           PrintOneEnrollment.
               MOVE AutoIDNum TO PrnDetId
               MOVE AutoBasis TO PrnDetBasis
               MOVE WSCustCycle TO PrnDetCycle
               MOVE WSDebitAmount TO PrnDetAmount
               WRITE DebitLine FROM DetailLine
                   AFTER ADVANCING 1 LINE.

      *|==============================================================|
      *    WriteRequestFile writes the bank's file fresh: header
      *    first, carrying the count and total the bank balances
      *    the file to, then one line per request.
      *|==============================================================|

           WriteRequestFile.
               OPEN OUTPUT RequestFile
               MOVE ZEROES TO ReqHIDNum
               MOVE 'H' TO ReqHType
               MOVE WSRunDate TO ReqHDate
               MOVE WSReqCount TO ReqHCount
               MOVE WSReqTotal TO ReqHTotal
               WRITE RequestHeader
               PERFORM VARYING WSReqIdx FROM 1 BY 1
                       UNTIL WSReqIdx > WSReqCount
                   MOVE RtIDNum(WSReqIdx) TO ReqIDNum
                   MOVE 'Q' TO ReqType
                   MOVE RtAmount(WSReqIdx) TO ReqAmount
                   MOVE RtRouting(WSReqIdx) TO ReqRouting
                   MOVE RtAccount(WSReqIdx) TO ReqAccount
                   MOVE WSRunDate TO ReqDate
                   WRITE RequestDetail
               END-PERFORM
               CLOSE RequestFile
               MOVE 'S' TO WSIfcEvent
               MOVE WSReqCount TO WSIfcRecords
               MOVE WSReqTotal TO WSIfcControl
               MOVE WSRunDate TO WSIfcFileDate
               PERFORM WriteIfaceLogRecord.

           WriteRunLogRecord.
               CALL 'RunLog' USING WSLogStepName WSLogEvent
                   WSLogRecords WSLogRejects WSLogRC
                   WSLogCapacity.

           WriteIfaceLogRecord.
               CALL 'IfaceLog' USING WSIfcCode WSIfcEvent
                   WSIfcRecords WSIfcControl WSIfcFileDate.

      *|==============================================================|
