      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BankRecon.

      *|==============================================================|
      *    BankRecon proves that the money we posted reached the
      *    bank. PostTrans proves each deposit batch to its own
      *    header and LockboxImport the lockbox file to its own
      *    totals; this matches what we deposited against what the
      *    bank says it received.
      *
      *    Our side, each night:
      *        deposit batches - every headed segment on the pending
      *                          posting file (CUSTPOSTIN, default
      *                          PostTrans.dat) carrying cash
      *                          credits, for the sum of those
      *                          credits on the header's deposit
      *                          date. Write-offs, dispute credits,
      *                          loyalty redemptions, reversals and
      *                          adjustments move no money and do
      *                          not count; neither do the lockbox
      *                          and autopay segments, which are
      *                          taken whole from their own files
      *        lockbox         - the lockbox file's header total
      *                          (CUSTLOCKBOX, default Lockbox.dat),
      *                          suspense items included, on its
      *                          deposit date
      *        autopay         - the settled items on the direct-
      *                          debit settlement file (CUSTDDSETTLE,
      *                          default DDSettle.dat) on its
      *                          settlement date
      *    The bank's side is each credit on its daily statement
      *    (CUSTBANKSTMT, default BankStmt.dat, BankStmt.cpy), which
      *    must balance to its own header first; one that does not
      *    is refused whole, RC 8, and the night goes on.
      *
      *    Every item either side goes on the reconciliation file
      *    (CUSTBANKREC, default BankRecon.dat, ReconRec.cpy) the
      *    first night it is seen -- a file presented twice adds
      *    nothing -- and stays open until a deposit on the other
      *    side of the same amount, within CUSTRECONDAYS days
      *    (default 3) of its date, clears it, the nearest date
      *    first. Matched items are dropped from the file
      *    CUSTRECONKEEP days (default 180) after they matched.
      *
      *    The report (CUSTBANKRPT, default BankRecon.rpt, inside
      *    the RptBanner frame, registered in the report catalog)
      *    lists tonight's matches, then everything still open on
      *    our side and at the bank, oldest first, with its age.
      *
      *    Every statement taken in, and every one refused, is logged
      *    under BANKSTMT on the interface log (IfaceLog) with its item
      *    count, credit total and statement date.
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT StatementFile ASSIGN TO WSStmtFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSStmtStatus.

               SELECT PostingFile ASSIGN TO WSPostFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSPostFileStatus.

               SELECT LockboxFile ASSIGN TO WSLockboxFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSLockboxStatus.

               SELECT SettleFile ASSIGN TO WSSettleFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSSettleStatus.

               SELECT ReconFile ASSIGN TO WSReconFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSReconStatus.

               SELECT ReconRpt ASSIGN TO WSReportFileName
                   ORGANIZATION IS LINE SEQUENTIAL.

      *|==============================================================|

       DATA DIVISION.

           FILE SECTION.

               FD StatementFile.
                   COPY "BankStmt.cpy".

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

               FD LockboxFile.
                   1 LockboxHeader.
                       2 LbxHIDNum PIC 9(7).
                       2 LbxHType PIC X(1).
                       2 LbxHDate PIC 9(8).
                       2 LbxHCount PIC 9(7).
                       2 LbxHTotal PIC 9(9)V99.

               FD SettleFile.
                   1 SettleDetail.
                       2 SetIDNum PIC 9(7).
                       2 SetStatus PIC X(1).
                           88 SetSettled VALUE 'S'.
                           88 SetHeader VALUE 'H'.
                       2 SetAmount PIC 9(7)V99.
                       2 SetReqDate PIC 9(8).
                       2 SetReason PIC X(20).
                   1 SettleHeader.
                       2 SetHIDNum PIC 9(7).
                       2 SetHType PIC X(1).
                       2 SetHDate PIC 9(8).
                       2 SetHCount PIC 9(7).
                       2 SetHTotal PIC 9(9)V99.

               FD ReconFile.
                   COPY "ReconRec.cpy".

               FD ReconRpt.
                   1 ReconLine PIC X(120).

           WORKING-STORAGE SECTION.

               1 WSStmtFileName PIC X(100).
               1 WSPostFileName PIC X(100).
               1 WSLockboxFileName PIC X(100).
               1 WSSettleFileName PIC X(100).
               1 WSReconFileName PIC X(100).
               1 WSReportFileName PIC X(100).

               1 WSStmtStatus PIC X(2).
                   88 WSStmtOK VALUE '00'.
               1 WSPostFileStatus PIC X(2).
                   88 WSPostFileOK VALUE '00'.
               1 WSLockboxStatus PIC X(2).
                   88 WSLockboxOK VALUE '00'.
               1 WSSettleStatus PIC X(2).
                   88 WSSettleOK VALUE '00'.
               1 WSReconStatus PIC X(2).
                   88 WSReconOK VALUE '00'.

               1 WSEOF PIC X(1).
                   88 WSAtEOF VALUE 'Y'.

               1 WSBizDateParm PIC X(8).
               1 WSRunDate PIC 9(8).
               1 WSKeepFrom PIC 9(8).

               1 WSParm PIC X(5).
               1 WSToleranceDays PIC 9(3) VALUE 3.
               1 WSKeepDays PIC 9(5) VALUE 180.

               1 WSDateCalcOp PIC X(1).
               1 WSDateCalcDays PIC S9(7).
               1 WSDateCalcResult PIC 9(8).
               1 WSDateCalcDow PIC 9(1).
               1 WSDateCalcValid PIC X(1).

      *    The bank statement's proof against its own header.
               1 WSStmtFlag PIC X(1) VALUE 'N'.
                   88 WSStmtRefused VALUE 'R'.
                   88 WSStmtTaken VALUE 'Y'.
               1 WSStmtDate PIC 9(8) VALUE ZERO.
               1 WSStmtHdrTotal PIC 9(9)V99 VALUE ZERO.
               1 WSStmtHdrCount PIC 9(7) VALUE ZERO.
               1 WSStmtCredTotal PIC 9(9)V99 VALUE ZERO.
               1 WSStmtItemCount PIC 9(7) VALUE ZERO.

      *    The deposit segment being read off the posting file.
               1 WSSegFlag PIC X(1) VALUE 'N'.
                   88 WSSegOpen VALUE 'Y'.
               1 WSSegSkip PIC X(1).
                   88 WSSegIsSkipped VALUE 'Y'.
               1 WSSegDate PIC 9(8).
               1 WSSegOperator PIC X(8).
               1 WSSegCash PIC 9(9)V99.

               1 WSSettleDate PIC 9(8).
               1 WSSettleTotal PIC 9(9)V99.

      *    Every item on the file, those carried in first. The
      *    entry has the ReconRec.cpy shape so a record moves in
      *    and out whole.
               1 WSItemMax PIC 9(5) VALUE 10000.
               1 WSItemCount PIC 9(5) VALUE ZERO.
               1 WSLoadedCount PIC 9(5) VALUE ZERO.
               1 WSItemIdx PIC 9(5).
               1 WSOtherIdx PIC 9(5).
               1 WSBestIdx PIC 9(5).
               1 ItemTable.
                   2 ItEntry OCCURS 10000 TIMES.
                       3 ItSide PIC X(1).
                       3 ItSource PIC X(1).
                       3 ItDate PIC 9(8).
                       3 ItAmount PIC 9(9)V99.
                       3 ItRef PIC X(16).
                       3 ItFirstSeen PIC 9(8).
                       3 ItStatus PIC X(1).
                       3 ItMatchDate PIC 9(8).
                       3 ItMatchRef PIC X(16).

               COPY "ReconRec.cpy"
                   REPLACING ==ReconItemRecord== BY ==WSCandItem==
                       LEADING ==Rc== BY ==Cd==.
               1 ClaimTable.
                   2 ClaimFlag PIC X(1) OCCURS 10000 TIMES.

               1 WSBestGap PIC 9(5).
               1 WSGap PIC 9(5).
               1 WSGapFrom PIC 9(8).
               1 WSGapTo PIC 9(8).

      *    Tonight's matches, bank item and book item, for the
      *    report.
               1 WSPairMax PIC 9(4) VALUE 5000.
               1 WSPairCount PIC 9(4) VALUE ZERO.
               1 WSPairIdx PIC 9(4).
               1 PairTable.
                   2 PairEntry OCCURS 5000 TIMES.
                       3 PrBankIdx PIC 9(5).
                       3 PrBookIdx PIC 9(5).

               1 WSNewCount PIC 9(5) VALUE ZERO.
               1 WSPrunedCount PIC 9(5) VALUE ZERO.
               1 WSOpenBookCount PIC 9(5) VALUE ZERO.
               1 WSOpenBookTotal PIC 9(11)V99 VALUE ZERO.
               1 WSOpenBankCount PIC 9(5) VALUE ZERO.
               1 WSOpenBankTotal PIC 9(11)V99 VALUE ZERO.
               1 WSMatchedTotal PIC 9(11)V99 VALUE ZERO.
               1 WSWantSide PIC X(1).
               1 WSSectionCount PIC 9(5).

               1 HeadLine1.
                   2 FILLER PIC X(36)
                       VALUE " Bank reconciliation of deposits, ".
                   2 PrnHeadDate PIC 9(8).

               1 SectionLine PIC X(80).

               1 MatchColLine.
                   2 FILLER PIC X(11) VALUE " Bank date".
                   2 FILLER PIC X(17) VALUE "Bank reference".
                   2 FILLER PIC X(16) VALUE "          Amount".
                   2 FILLER PIC X(10) VALUE "  Our item".
                   2 FILLER PIC X(10) VALUE "  Our date".
                   2 FILLER PIC X(10) VALUE "  Batch".

               1 MatchLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnMBankDate PIC 9(8).
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnMBankRef PIC X(16).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnMAmount PIC ZZ,ZZZ,ZZZ,ZZ9.99.
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnMSource PIC X(8).
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnMBookDate PIC 9(8).
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnMBookRef PIC X(16).

               1 OpenColLine.
                   2 FILLER PIC X(11) VALUE " Date".
                   2 FILLER PIC X(10) VALUE "Item".
                   2 FILLER PIC X(17) VALUE "Reference".
                   2 FILLER PIC X(16) VALUE "          Amount".
                   2 FILLER PIC X(10) VALUE "  Days".
                   2 FILLER PIC X(10) VALUE "First seen".

               1 OpenLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnODate PIC 9(8).
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnOSource PIC X(8).
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnORef PIC X(16).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnOAmount PIC ZZ,ZZZ,ZZZ,ZZ9.99.
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnODays PIC ZZZZ9.
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnOFirstSeen PIC 9(8).

               1 TotalLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnTotLabel PIC X(30).
                   2 PrnTotCount PIC ZZZZ9.
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnTotAmount PIC ZZ,ZZZ,ZZZ,ZZ9.99.

               1 WSSourceName PIC X(8).

               1 MessageLine PIC X(80).

      *    Standard report identification and catalog registration.
               1 WSBnrFunction PIC X(1).
               1 WSBnrReportName PIC X(20) VALUE "BankRecon".
               1 WSBnrRequestor PIC X(8) VALUE "BATCH".
               1 WSBnrCount PIC 9(7) VALUE ZERO.
               1 WSBnrLine1 PIC X(80).
               1 WSBnrLine2 PIC X(80).

               1 WSCatReportName PIC X(20).
               1 WSCatFileName PIC X(100).
               1 WSCatPages PIC 9(4) VALUE ZERO.
               1 WSCatRecords PIC 9(7) VALUE ZERO.

      *    Run-log work area handed to the shared RunLog subprogram.
               1 WSLogStepName PIC X(20) VALUE "BankRecon".
               1 WSLogEvent PIC X(1).
               1 WSLogRecords PIC 9(7) VALUE ZERO.
               1 WSLogRejects PIC 9(7) VALUE ZERO.
               1 WSLogRC PIC 9(4) VALUE ZERO.
               1 WSLogCapacity PIC 9(5) VALUE ZERO.

      *    Interface-log work area handed to the shared IfaceLog
      *    subprogram.
               1 WSIfcCode PIC X(8) VALUE "BANKSTMT".
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
               MOVE SPACES TO ClaimTable
               PERFORM LoadReconFile
               PERFORM ProveStatement
               IF WSStmtTaken
                   PERFORM TakeStatement
                   MOVE 'R' TO WSIfcEvent
                   PERFORM LogStatementFile
               END-IF
               IF WSStmtRefused
                   MOVE 'X' TO WSIfcEvent
                   PERFORM LogStatementFile
               END-IF
               PERFORM TakeDepositBatches
               PERFORM TakeLockbox
               PERFORM TakeSettlement
               PERFORM MatchItems
                   VARYING WSItemIdx FROM 1 BY 1
                   UNTIL WSItemIdx > WSItemCount
               PERFORM SaveReconFile
               OPEN OUTPUT ReconRpt
               MOVE 'B' TO WSBnrFunction
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   WSBnrRequestor WSBnrCount WSBnrLine1 WSBnrLine2
               WRITE ReconLine FROM WSBnrLine1
               WRITE ReconLine FROM WSBnrLine2
               MOVE WSRunDate TO PrnHeadDate
               WRITE ReconLine FROM HeadLine1
                   AFTER ADVANCING 1 LINE
               IF WSStmtRefused
                   MOVE " The bank statement does not balance to its "
                       & "header and was refused." TO MessageLine
                   WRITE ReconLine FROM MessageLine
                       AFTER ADVANCING 2 LINES
               END-IF
               PERFORM PrintMatches
               MOVE 'B' TO WSWantSide
               MOVE " Unmatched on our side -- deposited per our "
                   & "books, not yet at the bank" TO SectionLine
               PERFORM PrintOpenItems
               MOVE 'K' TO WSWantSide
               MOVE " Unmatched at the bank -- credited by the "
                   & "bank, no deposit on our books" TO SectionLine
               PERFORM PrintOpenItems
               PERFORM PrintTotals
               MOVE 'T' TO WSBnrFunction
               MOVE WSPairCount TO WSBnrCount
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   WSBnrRequestor WSBnrCount WSBnrLine1 WSBnrLine2
               WRITE ReconLine FROM WSBnrLine1
               CLOSE ReconRpt
               MOVE "BankRecon" TO WSCatReportName
               MOVE WSReportFileName TO WSCatFileName
               MOVE WSPairCount TO WSCatRecords
               CALL 'RptCatalog' USING WSCatReportName
                   WSCatFileName WSCatPages WSCatRecords
               DISPLAY "BankRecon: " WSNewCount " new items, "
                   WSPairCount " matched, " WSOpenBookCount
                   " open on our side, " WSOpenBankCount
                   " open at the bank."
               MOVE 'E' TO WSLogEvent
               MOVE WSNewCount TO WSLogRecords
               COMPUTE WSLogRejects = WSOpenBookCount + WSOpenBankCount
               IF WSStmtRefused
                   MOVE 8 TO WSLogRC
               END-IF
               PERFORM WriteRunLogRecord
               MOVE WSLogRC TO RETURN-CODE
               GOBACK.

      *|==============================================================|
      *    GetRunParameters settles the file names, the date
      *    tolerance, and how long matched items are kept.
      *|==============================================================|

           GetRunParameters.
               ACCEPT WSStmtFileName FROM ENVIRONMENT "CUSTBANKSTMT"
                   ON EXCEPTION
                       MOVE "BankStmt.dat" TO WSStmtFileName
               END-ACCEPT
               ACCEPT WSPostFileName FROM ENVIRONMENT "CUSTPOSTIN"
                   ON EXCEPTION
                       MOVE "PostTrans.dat" TO WSPostFileName
               END-ACCEPT
               ACCEPT WSLockboxFileName FROM ENVIRONMENT
                       "CUSTLOCKBOX"
                   ON EXCEPTION
                       MOVE "Lockbox.dat" TO WSLockboxFileName
               END-ACCEPT
               ACCEPT WSSettleFileName FROM ENVIRONMENT
                       "CUSTDDSETTLE"
                   ON EXCEPTION
                       MOVE "DDSettle.dat" TO WSSettleFileName
               END-ACCEPT
               ACCEPT WSReconFileName FROM ENVIRONMENT "CUSTBANKREC"
                   ON EXCEPTION
                       MOVE "BankRecon.dat" TO WSReconFileName
               END-ACCEPT
               ACCEPT WSReportFileName FROM ENVIRONMENT "CUSTBANKRPT"
                   ON EXCEPTION
                       MOVE "BankRecon.rpt" TO WSReportFileName
               END-ACCEPT
               MOVE SPACES TO WSParm
               ACCEPT WSParm FROM ENVIRONMENT "CUSTRECONDAYS"
                   ON EXCEPTION CONTINUE
               END-ACCEPT
               IF WSParm NOT = SPACES
                   MOVE FUNCTION NUMVAL(WSParm) TO WSToleranceDays
               END-IF
               MOVE SPACES TO WSParm
               ACCEPT WSParm FROM ENVIRONMENT "CUSTRECONKEEP"
                   ON EXCEPTION CONTINUE
               END-ACCEPT
               IF WSParm NOT = SPACES
                   MOVE FUNCTION NUMVAL(WSParm) TO WSKeepDays
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
               MOVE 'A' TO WSDateCalcOp
               COMPUTE WSDateCalcDays = 0 - WSKeepDays
               CALL 'DateCalc' USING WSDateCalcOp WSRunDate
                   WSKeepFrom WSDateCalcDays WSDateCalcResult
                   WSDateCalcDow WSDateCalcValid
               MOVE WSDateCalcResult TO WSKeepFrom.

      *|==============================================================|
      *    LoadReconFile carries in every open item and the matched
      *    ones still inside the keep period.
      *|==============================================================|

           LoadReconFile.
               MOVE 'N' TO WSEOF
               OPEN INPUT ReconFile
               IF NOT WSReconOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ ReconFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF RcMatched AND RcMatchDate < WSKeepFrom
                               ADD 1 TO WSPrunedCount
                           ELSE
                               IF WSItemCount < WSItemMax
                                   ADD 1 TO WSItemCount
                                   MOVE ReconItemRecord
                                       TO ItEntry(WSItemCount)
                               ELSE
                                   DISPLAY "BankRecon: item table "
                                       "full; item of " RcDate
                                       " not carried."
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ReconFile
               MOVE WSItemCount TO WSLoadedCount.

      *|==============================================================|
      *    ProveStatement balances the bank statement to its header
      *    -- credit total and item count -- before a line of it is
      *    taken. No statement is an ordinary night.
      *|==============================================================|

           ProveStatement.
               MOVE 'N' TO WSEOF
               OPEN INPUT StatementFile
               IF NOT WSStmtOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ StatementFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           EVALUATE TRUE
                               WHEN BsHeader
                                   MOVE BsDate TO WSStmtDate
                                   MOVE BsAmount TO WSStmtHdrTotal
                                   MOVE BsCount TO WSStmtHdrCount
                               WHEN BsCredit
                                   ADD 1 TO WSStmtItemCount
                                   ADD BsAmount TO WSStmtCredTotal
                               WHEN OTHER
                                   ADD 1 TO WSStmtItemCount
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE StatementFile
               IF WSStmtDate = ZERO
                   OR WSStmtItemCount NOT = WSStmtHdrCount
                   OR WSStmtCredTotal NOT = WSStmtHdrTotal
                   DISPLAY "BankRecon: statement of " WSStmtDate
                       " does not balance to its header; refused."
                   SET WSStmtRefused TO TRUE
               ELSE
                   SET WSStmtTaken TO TRUE
               END-IF.

           TakeStatement.
               MOVE 'N' TO WSEOF
               OPEN INPUT StatementFile
               PERFORM UNTIL WSAtEOF
                   READ StatementFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF BsCredit
                               MOVE 'K' TO CdSide
                               MOVE 'K' TO CdSource
                               MOVE BsDate TO CdDate
                               MOVE BsAmount TO CdAmount
                               MOVE BsRef TO CdRef
                               PERFORM AddCandidate
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE StatementFile.

      *|==============================================================|
      *    TakeDepositBatches walks the posting file a headed
      *    segment at a time, summing the cash credits under each
      *    header. Lines ahead of the first header are no deposit.
      *|==============================================================|

           TakeDepositBatches.
               MOVE 'N' TO WSEOF
               MOVE 'N' TO WSSegFlag
               OPEN INPUT PostingFile
               IF NOT WSPostFileOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ PostingFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF PostTIDNum = ZERO AND PostTType = 'H'
                               PERFORM CloseSegment
                               PERFORM OpenSegment
                           ELSE
                               PERFORM TakeSegmentLine
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM CloseSegment
               CLOSE PostingFile.

           OpenSegment.
               MOVE 'Y' TO WSSegFlag
               MOVE 'N' TO WSSegSkip
               MOVE PBHDepositDate TO WSSegDate
               MOVE PBHOperator TO WSSegOperator
               IF WSSegOperator = SPACES
                   MOVE "BATCH" TO WSSegOperator
               END-IF
               IF PBHOperator = "LOCKBOX" OR PBHOperator = "AUTOPAY"
                   MOVE 'Y' TO WSSegSkip
               END-IF
               MOVE ZERO TO WSSegCash.

           TakeSegmentLine.
               IF NOT WSSegOpen OR WSSegIsSkipped
                   EXIT PARAGRAPH
               END-IF
               IF PostTType = 'C'
                   AND PostTDesc NOT = "WRITE-OFF"
                   AND PostTDesc NOT = "DISPUTE CREDIT"
                   AND PostTDesc NOT = "LOYALTY REDEMPTION"
                   ADD PostTAmount TO WSSegCash
               END-IF.

           CloseSegment.
               IF WSSegOpen AND NOT WSSegIsSkipped
                   AND WSSegCash > ZERO
                   MOVE 'B' TO CdSide
                   MOVE 'D' TO CdSource
                   MOVE WSSegDate TO CdDate
                   MOVE WSSegCash TO CdAmount
                   MOVE WSSegOperator TO CdRef
                   PERFORM AddCandidate
               END-IF
               MOVE 'N' TO WSSegFlag.

           TakeLockbox.
               MOVE 'N' TO WSEOF
               OPEN INPUT LockboxFile
               IF NOT WSLockboxOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ LockboxFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF LbxHIDNum = ZERO AND LbxHType = 'H'
                               AND LbxHTotal > ZERO
                               MOVE 'B' TO CdSide
                               MOVE 'L' TO CdSource
                               MOVE LbxHDate TO CdDate
                               MOVE LbxHTotal TO CdAmount
                               MOVE "LOCKBOX" TO CdRef
                               PERFORM AddCandidate
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LockboxFile.

           TakeSettlement.
               MOVE 'N' TO WSEOF
               MOVE ZERO TO WSSettleDate WSSettleTotal
               OPEN INPUT SettleFile
               IF NOT WSSettleOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ SettleFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF SetHeader
                               MOVE SetHDate TO WSSettleDate
                           END-IF
                           IF SetSettled
                               ADD SetAmount TO WSSettleTotal
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SettleFile
               IF WSSettleTotal > ZERO AND WSSettleDate > ZERO
                   MOVE 'B' TO CdSide
                   MOVE 'A' TO CdSource
                   MOVE WSSettleDate TO CdDate
                   MOVE WSSettleTotal TO CdAmount
                   MOVE "AUTOPAY" TO CdRef
                   PERFORM AddCandidate
               END-IF.

      *|==============================================================|
      *    AddCandidate puts an item on the table unless the file
      *    already holds it. Two identical deposits the same day
      *    are both real, so each item carried in answers for one
      *    offer of its kind and only the offers beyond those are
      *    new.
      *|==============================================================|

           AddCandidate.
               MOVE ZERO TO WSBestIdx
               PERFORM VARYING WSOtherIdx FROM 1 BY 1
                       UNTIL WSOtherIdx > WSLoadedCount
                       OR WSBestIdx > ZERO
                   IF ItSide(WSOtherIdx) = CdSide
                       AND ItSource(WSOtherIdx) = CdSource
                       AND ItDate(WSOtherIdx) = CdDate
                       AND ItAmount(WSOtherIdx) = CdAmount
                       AND ItRef(WSOtherIdx) = CdRef
                       AND ClaimFlag(WSOtherIdx) NOT = 'Y'
                       MOVE WSOtherIdx TO WSBestIdx
                   END-IF
               END-PERFORM
               IF WSBestIdx > ZERO
                   MOVE 'Y' TO ClaimFlag(WSBestIdx)
                   EXIT PARAGRAPH
               END-IF
               IF WSItemCount >= WSItemMax
                   DISPLAY "BankRecon: item table full; item of "
                       CdDate " not taken."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WSItemCount
               ADD 1 TO WSNewCount
               MOVE WSRunDate TO CdFirstSeen
               MOVE 'O' TO CdStatus
               MOVE ZERO TO CdMatchDate
               MOVE SPACES TO CdMatchRef
               MOVE WSCandItem TO ItEntry(WSItemCount).

      *|==============================================================|
      *    MatchItems clears each open bank credit against the open
      *    deposit on our side of the same amount whose date lies
      *    nearest, within the tolerance.
      *|==============================================================|

           MatchItems.
               IF ItSide(WSItemIdx) NOT = 'K'
                   OR ItStatus(WSItemIdx) NOT = 'O'
                   EXIT PARAGRAPH
               END-IF
               MOVE ZERO TO WSBestIdx
               MOVE 99999 TO WSBestGap
               PERFORM VARYING WSOtherIdx FROM 1 BY 1
                       UNTIL WSOtherIdx > WSItemCount
                   IF ItSide(WSOtherIdx) = 'B'
                       AND ItStatus(WSOtherIdx) = 'O'
                       AND ItAmount(WSOtherIdx) = ItAmount(WSItemIdx)
                       PERFORM MeasureGap
                       IF WSGap <= WSToleranceDays
                           AND WSGap < WSBestGap
                           MOVE WSGap TO WSBestGap
                           MOVE WSOtherIdx TO WSBestIdx
                       END-IF
                   END-IF
               END-PERFORM
               IF WSBestIdx = ZERO
                   EXIT PARAGRAPH
               END-IF
               MOVE 'M' TO ItStatus(WSItemIdx) ItStatus(WSBestIdx)
               MOVE WSRunDate TO ItMatchDate(WSItemIdx)
                   ItMatchDate(WSBestIdx)
               MOVE ItRef(WSBestIdx) TO ItMatchRef(WSItemIdx)
               MOVE ItRef(WSItemIdx) TO ItMatchRef(WSBestIdx)
               ADD ItAmount(WSItemIdx) TO WSMatchedTotal
               IF WSPairCount < WSPairMax
                   ADD 1 TO WSPairCount
                   MOVE WSItemIdx TO PrBankIdx(WSPairCount)
                   MOVE WSBestIdx TO PrBookIdx(WSPairCount)
               END-IF.

           MeasureGap.
               MOVE 'D' TO WSDateCalcOp
               MOVE ItDate(WSOtherIdx) TO WSGapFrom
               MOVE ItDate(WSItemIdx) TO WSGapTo
               CALL 'DateCalc' USING WSDateCalcOp WSGapFrom
                   WSGapTo WSDateCalcDays WSDateCalcResult
                   WSDateCalcDow WSDateCalcValid
               IF WSDateCalcValid NOT = 'Y'
                   MOVE 99999 TO WSGap
                   EXIT PARAGRAPH
               END-IF
               IF WSDateCalcDays < ZERO
                   COMPUTE WSGap = 0 - WSDateCalcDays
               ELSE
                   MOVE WSDateCalcDays TO WSGap
               END-IF.

           SaveReconFile.
               OPEN OUTPUT ReconFile
               PERFORM VARYING WSItemIdx FROM 1 BY 1
                       UNTIL WSItemIdx > WSItemCount
                   MOVE ItEntry(WSItemIdx) TO ReconItemRecord
                   WRITE ReconItemRecord
               END-PERFORM
               CLOSE ReconFile.

      *|==============================================================|
      *    The report: tonight's matches, then what is still open
      *    each side. The table is in the order items were first
      *    seen, which is oldest first.
      *|==============================================================|

           PrintMatches.
               MOVE " Matched tonight" TO SectionLine
               WRITE ReconLine FROM SectionLine
                   AFTER ADVANCING 2 LINES
               IF WSPairCount = ZERO
                   MOVE "   None." TO MessageLine
                   WRITE ReconLine FROM MessageLine
                       AFTER ADVANCING 1 LINE
                   EXIT PARAGRAPH
               END-IF
               WRITE ReconLine FROM MatchColLine
                   AFTER ADVANCING 1 LINE
               PERFORM VARYING WSPairIdx FROM 1 BY 1
                       UNTIL WSPairIdx > WSPairCount
                   MOVE PrBankIdx(WSPairIdx) TO WSItemIdx
                   MOVE PrBookIdx(WSPairIdx) TO WSOtherIdx
                   MOVE ItDate(WSItemIdx) TO PrnMBankDate
                   MOVE ItRef(WSItemIdx) TO PrnMBankRef
                   MOVE ItAmount(WSItemIdx) TO PrnMAmount
                   MOVE ItSource(WSOtherIdx) TO CdSource
                   PERFORM NameSource
                   MOVE WSSourceName TO PrnMSource
                   MOVE ItDate(WSOtherIdx) TO PrnMBookDate
                   MOVE ItRef(WSOtherIdx) TO PrnMBookRef
                   WRITE ReconLine FROM MatchLine
                       AFTER ADVANCING 1 LINE
               END-PERFORM.

           PrintOpenItems.
               WRITE ReconLine FROM SectionLine
                   AFTER ADVANCING 2 LINES
               MOVE ZERO TO WSSectionCount
               PERFORM VARYING WSItemIdx FROM 1 BY 1
                       UNTIL WSItemIdx > WSItemCount
                   IF ItSide(WSItemIdx) = WSWantSide
                       AND ItStatus(WSItemIdx) = 'O'
                       PERFORM PrintOneOpenItem
                   END-IF
               END-PERFORM
               IF WSSectionCount = ZERO
                   MOVE "   None." TO MessageLine
                   WRITE ReconLine FROM MessageLine
                       AFTER ADVANCING 1 LINE
               END-IF.

           PrintOneOpenItem.
               IF WSSectionCount = ZERO
                   WRITE ReconLine FROM OpenColLine
                       AFTER ADVANCING 1 LINE
               END-IF
               ADD 1 TO WSSectionCount
               IF WSWantSide = 'B'
                   ADD 1 TO WSOpenBookCount
                   ADD ItAmount(WSItemIdx) TO WSOpenBookTotal
               ELSE
                   ADD 1 TO WSOpenBankCount
                   ADD ItAmount(WSItemIdx) TO WSOpenBankTotal
               END-IF
               MOVE ItDate(WSItemIdx) TO PrnODate
               MOVE ItSource(WSItemIdx) TO CdSource
               PERFORM NameSource
               MOVE WSSourceName TO PrnOSource
               MOVE ItRef(WSItemIdx) TO PrnORef
               MOVE ItAmount(WSItemIdx) TO PrnOAmount
               MOVE ZERO TO PrnODays
               MOVE 'D' TO WSDateCalcOp
               CALL 'DateCalc' USING WSDateCalcOp ItDate(WSItemIdx)
                   WSRunDate WSDateCalcDays WSDateCalcResult
                   WSDateCalcDow WSDateCalcValid
               IF WSDateCalcValid = 'Y' AND WSDateCalcDays > ZERO
                   MOVE WSDateCalcDays TO PrnODays
               END-IF
               MOVE ItFirstSeen(WSItemIdx) TO PrnOFirstSeen
               WRITE ReconLine FROM OpenLine
                   AFTER ADVANCING 1 LINE.

           NameSource.
               EVALUATE CdSource
                   WHEN 'D' MOVE "Deposit" TO WSSourceName
                   WHEN 'L' MOVE "Lockbox" TO WSSourceName
                   WHEN 'A' MOVE "Autopay" TO WSSourceName
                   WHEN OTHER MOVE "Bank" TO WSSourceName
               END-EVALUATE.

           PrintTotals.
               MOVE "Matched tonight" TO PrnTotLabel
               MOVE WSPairCount TO PrnTotCount
               MOVE WSMatchedTotal TO PrnTotAmount
               WRITE ReconLine FROM TotalLine
                   AFTER ADVANCING 2 LINES
               MOVE "Open on our side" TO PrnTotLabel
               MOVE WSOpenBookCount TO PrnTotCount
               MOVE WSOpenBookTotal TO PrnTotAmount
               WRITE ReconLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE "Open at the bank" TO PrnTotLabel
               MOVE WSOpenBankCount TO PrnTotCount
               MOVE WSOpenBankTotal TO PrnTotAmount
               WRITE ReconLine FROM TotalLine
                   AFTER ADVANCING 1 LINE.

           LogStatementFile.
               MOVE WSStmtItemCount TO WSIfcRecords
               MOVE WSStmtCredTotal TO WSIfcControl
               MOVE WSStmtDate TO WSIfcFileDate
               PERFORM WriteIfaceLogRecord.

           WriteRunLogRecord.
               CALL 'RunLog' USING WSLogStepName WSLogEvent
                   WSLogRecords WSLogRejects WSLogRC
                   WSLogCapacity.

           WriteIfaceLogRecord.
               CALL 'IfaceLog' USING WSIfcCode WSIfcEvent
                   WSIfcRecords WSIfcControl WSIfcFileDate.

      *|==============================================================|
