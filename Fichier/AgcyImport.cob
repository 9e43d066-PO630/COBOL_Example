      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AgcyImport.

      *|==============================================================|
      *    AgcyImport brings the collection agency's monthly
      *    answer home, in place of posting their cheque by hand.
      *    The agency file (CUSTAGCYIN, default AgencyRemit.dat):
      *        header  cols 1-7 zeros, col 8 'H', file date
      *                (yyyymmdd), item count 9(7), amount total
      *                9(9)V99
      *        detail  cols 1-7 account Id, col 8 'C' collected or
      *                'R' recalled, amount collected 9(7)V99 (zero
      *                on a recall), activity date 9(8)
      *    must balance to its own header before anything moves --
      *    the LockboxImport discipline -- and is refused whole
      *    with RC 12 when it does not. No file is an ordinary
      *    night: the agency had nothing to say. The agency sends
      *    one collection line per account per file.
      *
      *    What the agency collected reaches the account net of its
      *    commission (CUSTAGCYPCT, default 25.00 percent): the net
      *    becomes a credit posting ("AGENCY COLLECTION") on the
      *    pending posting file (CUSTPOSTIN, default PostTrans.dat)
      *    under its own deposit batch header, so PostTrans proves
      *    the deposit again before applying it. The gross and the
      *    commission add up on the placement (CUSTAGENCY, default
      *    Agency.dat, AgcyRec.cpy layout) and print on the import
      *    report.
      *
      *    A recalled account's placement is closed and the account
      *    goes straight back on the collections queue (CUSTCOLLQ)
      *    under the collector who had it before, so the workbench
      *    has it tomorrow morning rather than after the next
      *    build. A line for an account the agency does not hold is
      *    listed for research instead of applied, and each
      *    placement is stamped with the file date, so a file
      *    presented twice never credits anyone twice. Every line
      *    prints on the import report (CUSTAGCYIRPT, default
      *    AgcyImport.rpt).
      *
      *    The credits post under the business date, so while that
      *    date falls in a month a supervisor has closed
      *    (PeriodCheck) the file is refused whole with RC 12 and
      *    left for a rerun. A file the agency dates in a closed
      *    month is taken into the open month, and the report says
      *    so.
      *
      *    Every agency file taken in, and every one refused, is
      *    logged under AGCYREMT on the interface log (IfaceLog) with
      *    its line count, amount total and file date.
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT AgencyInFile ASSIGN TO WSAgcyInFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSAgcyInStatus.

               SELECT AgencyFile ASSIGN TO WSAgcyFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AgcyIDNum
                   FILE STATUS IS WSAgcyFileStatus.

               SELECT BalanceFile ASSIGN TO WSBalFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS BalIDNum
                   FILE STATUS IS WSBalFileStatus.

               SELECT QueueFile ASSIGN TO WSQueueFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSQueueStatus.

               SELECT PostingFile ASSIGN TO WSPostFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSPostFileStatus.

               SELECT ImportReport ASSIGN TO WSReportFileName
                   ORGANIZATION IS LINE SEQUENTIAL.

      *|==============================================================|

       DATA DIVISION.

           FILE SECTION.

               FD AgencyInFile.
                   1 AgencyInDetail.
                       2 AInIDNum PIC 9(7).
                       2 AInType PIC X(1).
                           88 AInCollected VALUE 'C'.
                           88 AInRecalled VALUE 'R'.
                           88 AInHeader VALUE 'H'.
                       2 AInAmount PIC 9(7)V99.
                       2 AInDate PIC 9(8).
                   1 AgencyInHeader.
                       2 AInHIDNum PIC 9(7).
                       2 AInHType PIC X(1).
                       2 AInHDate PIC 9(8).
                       2 AInHCount PIC 9(7).
                       2 AInHTotal PIC 9(9)V99.

               FD AgencyFile.
                   COPY "AgcyRec.cpy".

               FD BalanceFile.
                   COPY "BalRec.cpy".

               FD QueueFile.
                   COPY "CollRec.cpy".

      *    Output in the PostTrans input layout, header included.
               FD PostingFile.
                   1 PostingTransaction.
                       2 PostTIDNum PIC 9(7).
                       2 PostTType PIC X(1).
                       2 PostTAmount PIC 9(7)V99.
                       2 PostTDesc PIC X(20).
                   1 PostingBatchHeader.
                       2 PBHIDNum PIC 9(7).
                       2 PBHType PIC X(1).
                       2 PBHDepositDate PIC 9(8).
                       2 PBHItemCount PIC 9(7).
                       2 PBHDebitTotal PIC 9(9)V99.
                       2 PBHCreditTotal PIC 9(9)V99.
                       2 PBHOperator PIC X(8).

               FD ImportReport.
                   1 ImportLine PIC X(100).

           WORKING-STORAGE SECTION.

               1 WSAgcyInFileName PIC X(100).
               1 WSAgcyFileName PIC X(100).
               1 WSBalFileName PIC X(100).
               1 WSQueueFileName PIC X(100).
               1 WSPostFileName PIC X(100).
               1 WSReportFileName PIC X(100).

               1 WSAgcyInStatus PIC X(2).
                   88 WSAgcyInOK VALUE '00'.
               1 WSAgcyFileStatus PIC X(2).
                   88 WSAgcyFileOK VALUE '00'.
               1 WSBalFileStatus PIC X(2).
                   88 WSBalFileOK VALUE '00'.
               1 WSQueueStatus PIC X(2).
                   88 WSQueueMissing VALUE '35'.
               1 WSPostFileStatus PIC X(2).
                   88 WSPostFileMissing VALUE '35'.

               1 WSEOF PIC X(1).
                   88 WSAtEOF VALUE 'Y'.

               1 WSHeaderSeen PIC X(1).
                   88 WSHaveHeader VALUE 'Y'.

               1 WSFileDate PIC 9(8).
               1 WSFileCount PIC 9(7).
               1 WSFileTotal PIC 9(9)V99.
               1 WSBodyCount PIC 9(7).
               1 WSBodyTotal PIC 9(9)V99.

               1 WSPctParm PIC X(8).
               1 WSCommissionPct PIC 9(3)V99 VALUE 25.00.

               1 WSBizDateParm PIC X(8).
               1 WSRunDate PIC 9(8).

               1 WSPeriodAnswer PIC X(1).
                   88 WSPeriodOpen VALUE 'Y'.
               1 WSClosedThru PIC 9(6).

               1 WSCommission PIC 9(7)V99.
               1 WSNetAmount PIC 9(7)V99.

               1 WSResultText PIC X(30).

      *    Tonight's net credits, held until the batch header can
      *    carry their count and total.
               1 WSCreditMax PIC 9(5) VALUE 5000.
               1 WSCreditCount PIC 9(5) VALUE ZERO.
               1 WSCreditIdx PIC 9(5).
               1 CreditTable.
                   2 CreditEntry OCCURS 5000 TIMES.
                       3 CrIDNum PIC 9(7).
                       3 CrAmount PIC 9(7)V99.

               1 WSGrossTotal PIC 9(9)V99 VALUE ZERO.
               1 WSCommTotal PIC 9(9)V99 VALUE ZERO.
               1 WSCreditTotal PIC 9(9)V99 VALUE ZERO.
               1 WSRecallCount PIC 9(5) VALUE ZERO.
               1 WSResearchCount PIC 9(5) VALUE ZERO.
               1 WSDupCount PIC 9(5) VALUE ZERO.

               1 HeadLine1.
                   2 FILLER PIC X(31)
                       VALUE "Agency Remittance -- file date".
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnHeadDate PIC 9(8).
                   2 FILLER PIC X(16) VALUE "   commission %".
                   2 PrnHeadPct PIC ZZ9.99.

               1 HeadLine2.
                   2 FILLER PIC X(9) VALUE " Id".
                   2 FILLER PIC X(3) VALUE "Ty".
                   2 FILLER PIC X(11) VALUE "      Gross".
                   2 FILLER PIC X(11) VALUE " Commission".
                   2 FILLER PIC X(11) VALUE "        Net".
                   2 FILLER PIC X(10) VALUE "  Date".
                   2 FILLER PIC X(30) VALUE "Result".

               1 DetailLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnDetId PIC 9(7).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnDetType PIC X(1).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnDetGross PIC ZZZZZZ9.99.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnDetComm PIC ZZZZZZ9.99.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnDetNet PIC ZZZZZZ9.99.
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnDetDate PIC 9(8).
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnDetResult PIC X(30).

               1 TotalLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnTotLabel PIC X(24).
                   2 PrnTotCount PIC ZZZZZZ9.
                   2 FILLER PIC X(3) VALUE SPACE.
                   2 PrnTotAmount PIC ZZZ,ZZZ,ZZ9.99.

      *    Standard report identification and catalog registration.
               1 WSBnrFunction PIC X(1).
               1 WSBnrReportName PIC X(20) VALUE "AgcyImport".
               1 WSBnrRequestor PIC X(8) VALUE "BATCH".
               1 WSBnrCount PIC 9(7) VALUE ZERO.
               1 WSBnrLine1 PIC X(80).
               1 WSBnrLine2 PIC X(80).

               1 WSCatReportName PIC X(20).
               1 WSCatFileName PIC X(100).
               1 WSCatPages PIC 9(4) VALUE ZERO.
               1 WSCatRecords PIC 9(7) VALUE ZERO.

      *    Run-log work area handed to the shared RunLog subprogram.
               1 WSLogStepName PIC X(20) VALUE "AgcyImport".
               1 WSLogEvent PIC X(1).
               1 WSLogRecords PIC 9(7) VALUE ZERO.
               1 WSLogRejects PIC 9(7) VALUE ZERO.
               1 WSLogRC PIC 9(4) VALUE ZERO.
               1 WSLogCapacity PIC 9(5) VALUE ZERO.

      *    Interface-log work area handed to the shared IfaceLog
      *    subprogram.
               1 WSIfcCode PIC X(8) VALUE "AGCYREMT".
               1 WSIfcEvent PIC X(1).
               1 WSIfcRecords PIC 9(7) VALUE ZERO.
               1 WSIfcControl PIC 9(11)V99 VALUE ZERO.
               1 WSIfcFileDate PIC 9(8) VALUE ZERO.

      *|==============================================================|

       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSAgcyInFileName FROM ENVIRONMENT "CUSTAGCYIN"
                   ON EXCEPTION
                       MOVE "AgencyRemit.dat" TO WSAgcyInFileName
               END-ACCEPT
               ACCEPT WSAgcyFileName FROM ENVIRONMENT "CUSTAGENCY"
                   ON EXCEPTION
                       MOVE "Agency.dat" TO WSAgcyFileName
               END-ACCEPT
               ACCEPT WSBalFileName FROM ENVIRONMENT "CUSTBAL"
                   ON EXCEPTION
                       MOVE "CustBal.dat" TO WSBalFileName
               END-ACCEPT
               ACCEPT WSQueueFileName FROM ENVIRONMENT "CUSTCOLLQ"
                   ON EXCEPTION
                       MOVE "CollQueue.dat" TO WSQueueFileName
               END-ACCEPT
               ACCEPT WSPostFileName FROM ENVIRONMENT "CUSTPOSTIN"
                   ON EXCEPTION
                       MOVE "PostTrans.dat" TO WSPostFileName
               END-ACCEPT
               ACCEPT WSReportFileName FROM ENVIRONMENT
                       "CUSTAGCYIRPT"
                   ON EXCEPTION
                       MOVE "AgcyImport.rpt" TO WSReportFileName
               END-ACCEPT
               ACCEPT WSPctParm FROM ENVIRONMENT "CUSTAGCYPCT"
                   ON EXCEPTION
                       MOVE SPACES TO WSPctParm
               END-ACCEPT
               IF WSPctParm NOT = SPACES
                   MOVE FUNCTION NUMVAL(WSPctParm) TO WSCommissionPct
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
               PERFORM BalanceAgencyFile
               IF NOT WSAgcyInOK
                   DISPLAY "AgcyImport: no agency file at "
                       WSAgcyInFileName "; nothing imported."
                   MOVE 'E' TO WSLogEvent
                   PERFORM WriteRunLogRecord
                   MOVE ZERO TO RETURN-CODE
                   GOBACK
               END-IF
               IF NOT WSHaveHeader
                   DISPLAY "AgcyImport: no agency header on "
                       WSAgcyInFileName "; file refused."
                   PERFORM LogRefusedFile
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               IF WSBodyCount NOT = WSFileCount
                   OR WSBodyTotal NOT = WSFileTotal
                   DISPLAY "AgcyImport: file does not balance "
                       "to the agency header (items " WSBodyCount
                       " vs " WSFileCount "); file refused."
                   PERFORM LogRefusedFile
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               CALL 'PeriodCheck' USING WSRunDate WSPeriodAnswer
                   WSClosedThru
               IF NOT WSPeriodOpen
                   DISPLAY "AgcyImport: the books are closed through "
                       WSClosedThru "; business date " WSRunDate
                       " cannot post; file refused."
                   PERFORM LogRefusedFile
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               OPEN I-O AgencyFile
               IF NOT WSAgcyFileOK
                   DISPLAY "AgcyImport: no placement file at "
                       WSAgcyFileName "; file refused."
                   PERFORM LogRefusedFile
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               OPEN INPUT BalanceFile
               OPEN OUTPUT ImportReport
               MOVE 'B' TO WSBnrFunction
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   WSBnrRequestor WSBnrCount WSBnrLine1 WSBnrLine2
               WRITE ImportLine FROM WSBnrLine1
               WRITE ImportLine FROM WSBnrLine2
               MOVE WSFileDate TO PrnHeadDate
               MOVE WSCommissionPct TO PrnHeadPct
               WRITE ImportLine FROM HeadLine1
                   AFTER ADVANCING 1 LINE
               IF WSClosedThru NOT = ZERO
                   AND WSFileDate(1:6) NOT > WSClosedThru
                   MOVE SPACES TO ImportLine
                   STRING " File date is in a month closed through "
                       WSClosedThru "; collections post under "
                       WSRunDate "."
                       DELIMITED BY SIZE INTO ImportLine
                   END-STRING
                   WRITE ImportLine
                       AFTER ADVANCING 1 LINE
               END-IF
               WRITE ImportLine FROM HeadLine2
                   AFTER ADVANCING 2 LINES
               MOVE 'N' TO WSEOF
               OPEN INPUT AgencyInFile
               PERFORM UNTIL WSAtEOF
                   READ AgencyInFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF NOT AInHeader
                               PERFORM JudgeOneLine
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AgencyInFile
               PERFORM WritePostingBatch
               MOVE 'R' TO WSIfcEvent
               PERFORM LogAgencyFile
               PERFORM PrintImportTotals
               CLOSE AgencyFile, ImportReport
               IF WSBalFileOK
                   CLOSE BalanceFile
               END-IF
               MOVE "AgcyImport" TO WSCatReportName
               MOVE WSReportFileName TO WSCatFileName
               MOVE WSBodyCount TO WSCatRecords
               CALL 'RptCatalog' USING WSCatReportName
                   WSCatFileName WSCatPages WSCatRecords
               MOVE 'E' TO WSLogEvent
               COMPUTE WSLogRecords = WSCreditCount + WSRecallCount
               MOVE WSResearchCount TO WSLogRejects
               PERFORM WriteRunLogRecord
               DISPLAY "AgcyImport: " WSCreditCount
                   " collections queued, " WSRecallCount
                   " recalls, " WSResearchCount " for research."
               MOVE ZERO TO RETURN-CODE
               GOBACK.

      *|==============================================================|
      *    BalanceAgencyFile: first pass, nothing written -- the
      *    body must add up to the agency's own header.
      *|==============================================================|

           BalanceAgencyFile.
               MOVE 'N' TO WSHeaderSeen
               MOVE ZERO TO WSBodyCount
               MOVE ZERO TO WSBodyTotal
               MOVE 'N' TO WSEOF
               OPEN INPUT AgencyInFile
               IF NOT WSAgcyInOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ AgencyInFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF AInHeader
                               MOVE 'Y' TO WSHeaderSeen
                               MOVE AInHDate TO WSFileDate
                               MOVE AInHCount TO WSFileCount
                               MOVE AInHTotal TO WSFileTotal
                           ELSE
                               ADD 1 TO WSBodyCount
                               ADD AInAmount TO WSBodyTotal
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AgencyInFile.

      *|==============================================================|
      *    JudgeOneLine: the line must name a standing placement
      *    the file has not already answered for; a collection is
      *    queued net of commission, a recall closes the placement
      *    and requeues the account.
      *|==============================================================|

           JudgeOneLine.
               MOVE SPACES TO WSResultText
               MOVE ZERO TO WSCommission
               MOVE ZERO TO WSNetAmount
               MOVE AInIDNum TO AgcyIDNum
               READ AgencyFile
                   INVALID KEY
                       MOVE "Research: not placed with us"
                           TO WSResultText
                       ADD 1 TO WSResearchCount
                       PERFORM PrintOneLine
                       EXIT PARAGRAPH
               END-READ
               IF NOT AgcyPlaced
                   MOVE "Research: placement closed"
                       TO WSResultText
                   ADD 1 TO WSResearchCount
                   PERFORM PrintOneLine
                   EXIT PARAGRAPH
               END-IF
               IF AgcyLastFileDate >= WSFileDate
                   MOVE "Already imported; skipped" TO WSResultText
                   ADD 1 TO WSDupCount
                   PERFORM PrintOneLine
                   EXIT PARAGRAPH
               END-IF
               EVALUATE TRUE
                   WHEN AInCollected
                       PERFORM QueueCollection
                   WHEN AInRecalled
                       PERFORM RecallPlacement
                   WHEN OTHER
                       MOVE "Research: unknown line type"
                           TO WSResultText
                       ADD 1 TO WSResearchCount
                       PERFORM PrintOneLine
                       EXIT PARAGRAPH
               END-EVALUATE
               MOVE WSFileDate TO AgcyLastFileDate
               MOVE FUNCTION CURRENT-DATE(1:14) TO AgcyStamp
               REWRITE AgencyRecord
                   INVALID KEY
                       DISPLAY "AgcyImport: placement rewrite "
                           "failed for " AgcyIDNum ": "
                           WSAgcyFileStatus
               END-REWRITE
               PERFORM PrintOneLine.

           QueueCollection.
               IF WSCreditCount >= WSCreditMax
                   MOVE "Research: credit table full"
                       TO WSResultText
                   ADD 1 TO WSResearchCount
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WSCommission ROUNDED =
                   AInAmount * WSCommissionPct / 100
               COMPUTE WSNetAmount = AInAmount - WSCommission
               ADD AInAmount TO AgcyCollected
               ADD WSCommission TO AgcyCommission
               ADD AInAmount TO WSGrossTotal
               ADD WSCommission TO WSCommTotal
               IF WSNetAmount > ZERO
                   ADD 1 TO WSCreditCount
                   MOVE AInIDNum TO CrIDNum(WSCreditCount)
                   MOVE WSNetAmount TO CrAmount(WSCreditCount)
                   ADD WSNetAmount TO WSCreditTotal
               END-IF
               MOVE "Net credit queued for posting" TO WSResultText.

      *|==============================================================|
      *    RecallPlacement closes the placement and puts the
      *    account back on the queue under its old collector, at
      *    today's balance.
      *|==============================================================|

           RecallPlacement.
               MOVE 'R' TO AgcyStatus
               MOVE AInDate TO AgcyRecallDate
               IF AgcyRecallDate = ZERO
                   MOVE WSFileDate TO AgcyRecallDate
               END-IF
               ADD 1 TO WSRecallCount
               MOVE AgcyIDNum TO BalIDNum
               MOVE ZERO TO BalAmount
               MOVE ZERO TO BalLastPostDate
               IF WSBalFileOK
                   READ BalanceFile
                       INVALID KEY
                           MOVE ZERO TO BalAmount
                           MOVE ZERO TO BalLastPostDate
                   END-READ
               END-IF
               IF BalAmount <= ZERO
                   MOVE "Recalled; balance cleared" TO WSResultText
                   EXIT PARAGRAPH
               END-IF
               OPEN EXTEND QueueFile
               IF WSQueueMissing
                   OPEN OUTPUT QueueFile
               END-IF
               MOVE AgcyIDNum TO CollIDNum
               MOVE AgcyCollector TO CollCollector
               MOVE WSRunDate TO CollQueueDate
               MOVE BalAmount TO CollBalance
               MOVE BalLastPostDate TO CollLastPost
               WRITE CollQueueRecord
               CLOSE QueueFile
               MOVE "Recalled; back to collections" TO WSResultText.

           PrintOneLine.
               MOVE AInIDNum TO PrnDetId
               MOVE AInType TO PrnDetType
               MOVE AInAmount TO PrnDetGross
               MOVE WSCommission TO PrnDetComm
               MOVE WSNetAmount TO PrnDetNet
               MOVE AInDate TO PrnDetDate
               MOVE WSResultText TO PrnDetResult
               WRITE ImportLine FROM DetailLine
                   AFTER ADVANCING 1 LINE.

      *|==============================================================|
      *    WritePostingBatch: the net credits behind their own
      *    deposit header, dated the agency's file date.
      *|==============================================================|

           WritePostingBatch.
               IF WSCreditCount = ZERO
                   EXIT PARAGRAPH
               END-IF
               OPEN EXTEND PostingFile
               IF WSPostFileMissing
                   OPEN OUTPUT PostingFile
               END-IF
               MOVE ZEROES TO PBHIDNum
               MOVE 'H' TO PBHType
               MOVE WSFileDate TO PBHDepositDate
               MOVE WSCreditCount TO PBHItemCount
               MOVE ZERO TO PBHDebitTotal
               MOVE WSCreditTotal TO PBHCreditTotal
               MOVE "AGENCY" TO PBHOperator
               WRITE PostingBatchHeader
               PERFORM VARYING WSCreditIdx FROM 1 BY 1
                       UNTIL WSCreditIdx > WSCreditCount
                   MOVE CrIDNum(WSCreditIdx) TO PostTIDNum
                   MOVE 'C' TO PostTType
                   MOVE CrAmount(WSCreditIdx) TO PostTAmount
                   MOVE "AGENCY COLLECTION" TO PostTDesc
                   WRITE PostingTransaction
               END-PERFORM
               CLOSE PostingFile.

           PrintImportTotals.
               MOVE "Collected by the agency" TO PrnTotLabel
               MOVE WSCreditCount TO PrnTotCount
               MOVE WSGrossTotal TO PrnTotAmount
               WRITE ImportLine FROM TotalLine
                   AFTER ADVANCING 2 LINES
               MOVE "Agency commission" TO PrnTotLabel
               MOVE WSCommTotal TO PrnTotAmount
               WRITE ImportLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE "Net credits queued" TO PrnTotLabel
               MOVE WSCreditTotal TO PrnTotAmount
               WRITE ImportLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE "Accounts recalled" TO PrnTotLabel
               MOVE WSRecallCount TO PrnTotCount
               MOVE ZERO TO PrnTotAmount
               WRITE ImportLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE "Lines for research" TO PrnTotLabel
               MOVE WSResearchCount TO PrnTotCount
               WRITE ImportLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE "Already imported" TO PrnTotLabel
               MOVE WSDupCount TO PrnTotCount
               WRITE ImportLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE 'T' TO WSBnrFunction
               MOVE WSBodyCount TO WSBnrCount
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   WSBnrRequestor WSBnrCount WSBnrLine1 WSBnrLine2
               WRITE ImportLine FROM WSBnrLine1.

           LogRefusedFile.
               MOVE 'X' TO WSIfcEvent
               PERFORM LogAgencyFile
               MOVE 'B' TO WSLogEvent
               MOVE WSBodyCount TO WSLogRecords
               MOVE ZERO TO WSLogRejects
               MOVE 12 TO WSLogRC
               PERFORM WriteRunLogRecord.

           LogAgencyFile.
               MOVE WSBodyCount TO WSIfcRecords
               MOVE WSBodyTotal TO WSIfcControl
               MOVE WSFileDate TO WSIfcFileDate
               PERFORM WriteIfaceLogRecord.

           WriteRunLogRecord.
               CALL 'RunLog' USING WSLogStepName WSLogEvent
                   WSLogRecords WSLogRejects WSLogRC
                   WSLogCapacity.

           WriteIfaceLogRecord.
               CALL 'IfaceLog' USING WSIfcCode WSIfcEvent
                   WSIfcRecords WSIfcControl WSIfcFileDate.

      *|==============================================================|
