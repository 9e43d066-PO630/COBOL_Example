      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. NsfImport.

      *|==============================================================|
      *    NsfImport is the nightly returned-item step: the bank's
      *    file of checks that came back unpaid is turned into the
      *    postings that undo them, instead of an operator keying
      *    an 'R' in PostEntry and hoping to find the original line.
      *    The bank file (CUSTNSFIN, default BankReturn.dat):
      *        header  cols 1-7 zeros, col 8 'H', file date
      *                (yyyymmdd), item count 9(7), amount total
      *                9(9)V99
      *        detail  cols 1-7 account Id, col 8 'N', amount
      *                9(7)V99, deposit date 9(8), bank reason
      *                X(20)
      *    The file must balance to its own header before a single
      *    return moves -- the LockboxImport discipline -- and a
      *    file that does not balance is refused whole with RC 12.
      *    No file at all is an ordinary night: nothing came back.
      *
      *    Each return is matched to the lockbox credit it paid
      *    for on the posting history (CUSTPOSTH, default
      *    PostHist.dat): same customer, same amount, described
      *    LOCKBOX PAYMENT, posted on or after the deposit date and
      *    not already reversed -- the earliest such line. A match
      *    is queued on the pending posting file (CUSTPOSTIN,
      *    default PostTrans.dat) under its own batch header as a
      *    standard 'R' reversal naming that posting date, followed
      *    by an NSF FEE debit tagged to the fee component
      *    (CUSTNSFFEE, default 25.00; zero charges no fee), so
      *    PostTrans proves and applies both with the rest of the
      *    night's money. The customer's notes file (CUSTNOTES) gets
      *    the story, and every item -- matched or not -- goes on
      *    the returned-item history (CUSTNSFHIST, default
      *    NsfHist.dat, NsfRec.cpy layout), so a file presented
      *    twice never backs anything out twice.
      *
      *    A customer whose matched returns inside the rolling
      *    window (CUSTNSFDAYS, default 180 days) reach the limit
      *    (CUSTNSFLIMIT, default 2) is flagged certified funds only
      *    on the certified-funds file (CUSTCERTF, default
      *    CertFunds.dat), which CertCheck answers from for
      *    PostEntry and LockboxImport. Every item, its result, and
      *    every new flag print on NsfReturn.rpt.
      *
      *    The reversals post under the business date, so while
      *    that date falls in a month a supervisor has closed
      *    (PeriodCheck) the file is refused whole with RC 12 and
      *    left for a rerun. A payment from a closed month is
      *    reversed in the open month; its original stays where the
      *    close certified it.
      *
      *    Every returned-item file taken in, and every one refused,
      *    is logged under BANKRET on the interface log (IfaceLog)
      *    with its item count, amount total and file date.
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT ReturnFile ASSIGN TO WSReturnFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSReturnStatus.

               SELECT HistoryFile ASSIGN TO WSHistFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PostHKey
                   FILE STATUS IS WSHistFileStatus.

               SELECT PostingFile ASSIGN TO WSPostFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSPostFileStatus.

               SELECT NotesFile ASSIGN TO WSNotesFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSNotesStatus.

               SELECT NsfHistFile ASSIGN TO WSNsfHistFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSNsfHistStatus.

               SELECT CertFundsFile ASSIGN TO WSCertFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CertIDNum
                   FILE STATUS IS WSCertFileStatus.

               SELECT NsfReport ASSIGN TO WSReportFileName
                   ORGANIZATION IS LINE SEQUENTIAL.

      *|==============================================================|

       DATA DIVISION.

           FILE SECTION.

               FD ReturnFile.
                   1 ReturnDetail.
                       2 RtnIDNum PIC 9(7).
                       2 RtnType PIC X(1).
                           88 RtnItem VALUE 'N'.
                           88 RtnHeader VALUE 'H'.
                       2 RtnAmount PIC 9(7)V99.
                       2 RtnDepositDate PIC 9(8).
                       2 RtnReason PIC X(20).
                   1 ReturnHeader.
                       2 RtnHIDNum PIC 9(7).
                       2 RtnHType PIC X(1).
                       2 RtnHDate PIC 9(8).
                       2 RtnHCount PIC 9(7).
                       2 RtnHTotal PIC 9(9)V99.

               FD HistoryFile.
                   COPY "PostRec.cpy".
                   COPY "PostHKey.cpy".

      *    Output in the PostTrans input layout, header included.
               FD PostingFile.
                   1 PostingTransaction.
                       2 PostTIDNum PIC 9(7).
                       2 PostTType PIC X(1).
                       2 PostTAmount PIC 9(7)V99.
                       2 PostTDesc PIC X(20).
                       2 PostTComponent PIC X(1).
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

               FD NotesFile.
                   COPY "NoteRec.cpy".

               FD NsfHistFile.
                   COPY "NsfRec.cpy".

               FD CertFundsFile.
                   COPY "CertRec.cpy".

               FD NsfReport.
                   1 NsfLine PIC X(100).

           WORKING-STORAGE SECTION.

               1 WSReturnFileName PIC X(100).
               1 WSHistFileName PIC X(100).
               1 WSPostFileName PIC X(100).
               1 WSNotesFileName PIC X(100).
               1 WSNsfHistFileName PIC X(100).
               1 WSCertFileName PIC X(100).
               1 WSReportFileName PIC X(100).

               1 WSReturnStatus PIC X(2).
                   88 WSReturnOK VALUE '00'.
               1 WSHistFileStatus PIC X(2).
                   88 WSHistFileOK VALUE '00'.
               1 WSPostFileStatus PIC X(2).
                   88 WSPostFileMissing VALUE '35'.
               1 WSNotesStatus PIC X(2).
                   88 WSNotesOK VALUE '00'.
                   88 WSNotesMissing VALUE '35'.
               1 WSNsfHistStatus PIC X(2).
                   88 WSNsfHistOK VALUE '00'.
                   88 WSNsfHistMissing VALUE '35'.
               1 WSCertFileStatus PIC X(2).
                   88 WSCertFileOK VALUE '00'.
                   88 WSCertFileMissing VALUE '35'.

               1 WSEOF PIC X(1).
                   88 WSAtEOF VALUE 'Y'.
               1 WSHistEOF PIC X(1).
                   88 WSHistAtEOF VALUE 'Y'.
               1 WSNotesEOF PIC X(1).
                   88 WSNotesAtEOF VALUE 'Y'.

               1 WSBizDateParm PIC X(8).
               1 WSRunDate PIC 9(8).

               1 WSPeriodAnswer PIC X(1).
                   88 WSPeriodOpen VALUE 'Y'.
               1 WSClosedThru PIC 9(6).

      *    Fee, window, and limit, each overridable from the
      *    environment like every other threshold in the system.
               1 WSFeeParm PIC X(10).
               1 WSNsfFee PIC 9(5)V99 VALUE 25.00.
               1 WSDaysParm PIC X(5).
               1 WSWindowDays PIC 9(5) VALUE 180.
               1 WSLimitParm PIC X(3).
               1 WSReturnLimit PIC 9(3) VALUE 2.
               1 WSWindowStart PIC 9(8).

               1 WSHeaderSeen PIC X(1).
                   88 WSHaveHeader VALUE 'Y'.

               1 WSBankCount PIC 9(7).
               1 WSBankTotal PIC 9(9)V99.
               1 WSBodyCount PIC 9(7).
               1 WSBodyTotal PIC 9(9)V99.

               1 WSCheckIDNum PIC 9(7).
               1 WSCheckIDParts REDEFINES WSCheckIDNum.
                   2 WSCheckIDBase PIC 9(6).
                   2 WSCheckIDDigit PIC 9(1).
               1 WSCheckDigitValid PIC X(1).
                   88 WSCheckDigitOK VALUE 'Y'.

      *    The returned-item history as it stood before tonight,
      *    plus tonight's lines as they are decided: the duplicate
      *    check, the claimed-original check, and the window count
      *    all read this one table.
               1 WSNsfMax PIC 9(5) VALUE 5000.
               1 WSNsfCount PIC 9(5) VALUE ZERO.
               1 WSNsfIdx PIC 9(5).

               1 NsfTable.
                   2 NsfEntry OCCURS 5000 TIMES.
                       3 NtIDNum PIC 9(7).
                       3 NtReturnDate PIC 9(8).
                       3 NtDepositDate PIC 9(8).
                       3 NtOrigDate PIC 9(8).
                       3 NtAmount PIC 9(7)V99.
                       3 NtStatus PIC X(1).

      *    Tonight's matched returns, held until the batch header
      *    can carry their count and total.
               1 WSQueueMax PIC 9(4) VALUE 1000.
               1 WSQueueCount PIC 9(4) VALUE ZERO.
               1 WSQueueIdx PIC 9(4).

               1 QueueTable.
                   2 QueueEntry OCCURS 1000 TIMES.
                       3 QIDNum PIC 9(7).
                       3 QAmount PIC 9(7)V99.
                       3 QOrigDate PIC 9(8).

      *    Candidate lockbox credits for the return in hand, and
      *    the posting dates already backed out on the history.
               1 WSCandMax PIC 9(3) VALUE 100.
               1 WSCandCount PIC 9(3).
               1 WSCandIdx PIC 9(3).
               1 CandTable.
                   2 CandDate OCCURS 100 TIMES PIC 9(8).

               1 WSRevCount PIC 9(3).
               1 WSRevIdx PIC 9(3).
               1 RevTable.
                   2 RevDate OCCURS 100 TIMES PIC 9(8).

               1 WSMatchDate PIC 9(8).
               1 WSCandFreeFlag PIC X(1).
                   88 WSCandFree VALUE 'Y'.
               1 WSDupFlag PIC X(1).
                   88 WSDuplicateItem VALUE 'Y'.

               1 WSResultText PIC X(30).

               1 WSWindowReturns PIC 9(3).

               1 WSMatchedCount PIC 9(7) VALUE ZERO.
               1 WSMatchedTotal PIC 9(9)V99 VALUE ZERO.
               1 WSUnmatchedCount PIC 9(7) VALUE ZERO.
               1 WSUnmatchedTotal PIC 9(9)V99 VALUE ZERO.
               1 WSFeeCount PIC 9(7) VALUE ZERO.
               1 WSFeeTotal PIC 9(9)V99 VALUE ZERO.
               1 WSFlaggedCount PIC 9(5) VALUE ZERO.
               1 WSSkippedCount PIC 9(7) VALUE ZERO.

               1 WSBatchItems PIC 9(7).
               1 WSBatchDebit PIC 9(9)V99.

               1 WSNoteIDNum PIC 9(7).
               1 WSNoteText PIC X(60).
               1 WSNoteNextSeq PIC 9(4).

               1 WSShowAmount PIC ZZZZZZ9.99.
               1 WSShowCount PIC ZZ9.
               1 WSShowDays PIC ZZZZ9.

               1 WSDateCalcOp PIC X(1).
               1 WSDateCalcDate2 PIC 9(8) VALUE ZERO.
               1 WSDateCalcDays PIC S9(7).
               1 WSDateCalcResult PIC 9(8).
               1 WSDateCalcDow PIC 9(1).
               1 WSDateCalcValid PIC X(1).

               1 HeadLine1.
                   2 FILLER PIC X(28)
                       VALUE "Returned Items (NSF) -- date".
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnHeadDate PIC 9(8).
                   2 FILLER PIC X(13) VALUE "   NSF fee : ".
                   2 PrnHeadFee PIC ZZZZ9.99.

               1 HeadLine2.
                   2 FILLER PIC X(9) VALUE " Id".
                   2 FILLER PIC X(11) VALUE "     Amount".
                   2 FILLER PIC X(10) VALUE "  Deposit".
                   2 FILLER PIC X(10) VALUE "  Posted".
                   2 FILLER PIC X(21) VALUE "Bank reason".
                   2 FILLER PIC X(30) VALUE "Result".

               1 DetailLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnDetId PIC 9(7).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnDetAmount PIC ZZZZZZ9.99.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnDetDeposit PIC 9(8).
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnDetPosted PIC X(8).
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnDetReason PIC X(20).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnDetResult PIC X(30).

               1 TotalLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnTotLabel PIC X(24).
                   2 PrnTotCount PIC ZZZZZZ9.
                   2 FILLER PIC X(3) VALUE SPACE.
                   2 PrnTotAmount PIC ZZZ,ZZZ,ZZ9.99.

      *    Standard report identification and catalog registration.
               1 WSBnrFunction PIC X(1).
               1 WSBnrReportName PIC X(20) VALUE "NsfReturn".
               1 WSBnrRequestor PIC X(8) VALUE "BATCH".
               1 WSBnrCount PIC 9(7) VALUE ZERO.
               1 WSBnrLine1 PIC X(80).
               1 WSBnrLine2 PIC X(80).

               1 WSCatReportName PIC X(20).
               1 WSCatFileName PIC X(100).
               1 WSCatPages PIC 9(4) VALUE ZERO.
               1 WSCatRecords PIC 9(7) VALUE ZERO.

      *    Run-log work area handed to the shared RunLog subprogram.
               1 WSLogStepName PIC X(20) VALUE "NsfImport".
               1 WSLogEvent PIC X(1).
               1 WSLogRecords PIC 9(7) VALUE ZERO.
               1 WSLogRejects PIC 9(7) VALUE ZERO.
               1 WSLogRC PIC 9(4) VALUE ZERO.
               1 WSLogCapacity PIC 9(5) VALUE ZERO.

      *    Interface-log work area handed to the shared IfaceLog
      *    subprogram.
               1 WSIfcCode PIC X(8) VALUE "BANKRET".
               1 WSIfcEvent PIC X(1).
               1 WSIfcRecords PIC 9(7) VALUE ZERO.
               1 WSIfcControl PIC 9(11)V99 VALUE ZERO.
               1 WSIfcFileDate PIC 9(8) VALUE ZERO.

      *|==============================================================|

       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               PERFORM SetupRun
               MOVE 'S' TO WSLogEvent
               PERFORM WriteRunLogRecord
               PERFORM BalanceReturnFile
               IF NOT WSReturnOK
                   DISPLAY "NsfImport: no returned-item file at "
                       WSReturnFileName "; nothing came back."
                   MOVE 'E' TO WSLogEvent
                   PERFORM WriteRunLogRecord
                   MOVE ZERO TO RETURN-CODE
                   GOBACK
               END-IF
               IF NOT WSHaveHeader
                   DISPLAY "NsfImport: no bank header on "
                       WSReturnFileName "; file refused."
                   PERFORM LogRefusedFile
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               IF WSBodyCount NOT = WSBankCount
                   OR WSBodyTotal NOT = WSBankTotal
                   DISPLAY "NsfImport: file does not balance "
                       "to the bank header (items " WSBodyCount
                       " vs " WSBankCount "); file refused."
                   PERFORM LogRefusedFile
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               CALL 'PeriodCheck' USING WSRunDate WSPeriodAnswer
                   WSClosedThru
               IF NOT WSPeriodOpen
                   DISPLAY "NsfImport: the books are closed through "
                       WSClosedThru "; business date " WSRunDate
                       " cannot post; file refused."
                   PERFORM LogRefusedFile
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM LoadNsfHistory
               OPEN I-O CertFundsFile
               IF WSCertFileMissing
                   OPEN OUTPUT CertFundsFile
                   CLOSE CertFundsFile
                   OPEN I-O CertFundsFile
               END-IF
               OPEN OUTPUT NsfReport
               PERFORM PrintReportHeading
               MOVE 'N' TO WSEOF
               OPEN INPUT ReturnFile
               PERFORM UNTIL WSAtEOF
                   READ ReturnFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF RtnItem
                               PERFORM JudgeOneReturn
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ReturnFile
               CLOSE CertFundsFile
               PERFORM WritePostingBatch
               MOVE 'R' TO WSIfcEvent
               PERFORM LogReturnFile
               PERFORM PrintReportTotals
               CLOSE NsfReport
               MOVE "NsfReturn" TO WSCatReportName
               MOVE WSReportFileName TO WSCatFileName
               MOVE WSBodyCount TO WSCatRecords
               CALL 'RptCatalog' USING WSCatReportName
                   WSCatFileName WSCatPages WSCatRecords
               MOVE 'E' TO WSLogEvent
               MOVE WSMatchedCount TO WSLogRecords
               MOVE WSUnmatchedCount TO WSLogRejects
               PERFORM WriteRunLogRecord
               DISPLAY "NsfImport: " WSMatchedCount
                   " returns queued for reversal, "
                   WSUnmatchedCount " unmatched, " WSFlaggedCount
                   " customers flagged certified funds only."
               MOVE ZERO TO RETURN-CODE
               GOBACK.

           SetupRun.
               ACCEPT WSBizDateParm FROM ENVIRONMENT "CUSTBIZDATE"
                   ON EXCEPTION
                       MOVE SPACES TO WSBizDateParm
               END-ACCEPT
               IF WSBizDateParm = SPACES
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WSRunDate
               ELSE
                   MOVE WSBizDateParm TO WSRunDate
               END-IF
               ACCEPT WSReturnFileName FROM ENVIRONMENT "CUSTNSFIN"
                   ON EXCEPTION
                       MOVE "BankReturn.dat" TO WSReturnFileName
               END-ACCEPT
               ACCEPT WSHistFileName FROM ENVIRONMENT "CUSTPOSTH"
                   ON EXCEPTION
                       MOVE "PostHist.dat" TO WSHistFileName
               END-ACCEPT
               ACCEPT WSPostFileName FROM ENVIRONMENT "CUSTPOSTIN"
                   ON EXCEPTION
                       MOVE "PostTrans.dat" TO WSPostFileName
               END-ACCEPT
               ACCEPT WSNotesFileName FROM ENVIRONMENT "CUSTNOTES"
                   ON EXCEPTION
                       MOVE "CustNotes.dat" TO WSNotesFileName
               END-ACCEPT
               ACCEPT WSNsfHistFileName FROM ENVIRONMENT
                       "CUSTNSFHIST"
                   ON EXCEPTION
                       MOVE "NsfHist.dat" TO WSNsfHistFileName
               END-ACCEPT
               ACCEPT WSCertFileName FROM ENVIRONMENT "CUSTCERTF"
                   ON EXCEPTION
                       MOVE "CertFunds.dat" TO WSCertFileName
               END-ACCEPT
               ACCEPT WSReportFileName FROM ENVIRONMENT
                       "CUSTNSFRPT"
                   ON EXCEPTION
                       MOVE "NsfReturn.rpt" TO WSReportFileName
               END-ACCEPT
               ACCEPT WSFeeParm FROM ENVIRONMENT "CUSTNSFFEE"
                   ON EXCEPTION
                       MOVE SPACES TO WSFeeParm
               END-ACCEPT
               IF WSFeeParm NOT = SPACES
                   MOVE FUNCTION NUMVAL(WSFeeParm) TO WSNsfFee
               END-IF
               ACCEPT WSDaysParm FROM ENVIRONMENT "CUSTNSFDAYS"
                   ON EXCEPTION
                       MOVE SPACES TO WSDaysParm
               END-ACCEPT
               IF WSDaysParm NOT = SPACES
                   MOVE FUNCTION NUMVAL(WSDaysParm) TO WSWindowDays
               END-IF
               ACCEPT WSLimitParm FROM ENVIRONMENT "CUSTNSFLIMIT"
                   ON EXCEPTION
                       MOVE SPACES TO WSLimitParm
               END-ACCEPT
               IF WSLimitParm NOT = SPACES
                   MOVE FUNCTION NUMVAL(WSLimitParm)
                       TO WSReturnLimit
               END-IF
      *    The window opens the configured number of days before
      *    the business date, by DateCalc's calendar.
               MOVE 'A' TO WSDateCalcOp
               COMPUTE WSDateCalcDays = ZERO - WSWindowDays
               CALL 'DateCalc' USING WSDateCalcOp WSRunDate
                   WSDateCalcDate2 WSDateCalcDays WSDateCalcResult
                   WSDateCalcDow WSDateCalcValid
               IF WSDateCalcValid = 'Y'
                   MOVE WSDateCalcResult TO WSWindowStart
               ELSE
                   MOVE WSRunDate TO WSWindowStart
               END-IF.

      *|==============================================================|
      *    BalanceReturnFile: first pass, nothing written -- the
      *    body must add up to the bank's own header before any
      *    return is allowed to move.
      *|==============================================================|

           BalanceReturnFile.
               MOVE 'N' TO WSHeaderSeen
               MOVE ZERO TO WSBodyCount
               MOVE ZERO TO WSBodyTotal
               MOVE 'N' TO WSEOF
               OPEN INPUT ReturnFile
               IF NOT WSReturnOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ ReturnFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF RtnHeader
                               MOVE 'Y' TO WSHeaderSeen
                               MOVE RtnHCount TO WSBankCount
                               MOVE RtnHTotal TO WSBankTotal
                               MOVE RtnHDate TO WSIfcFileDate
                           ELSE
                               ADD 1 TO WSBodyCount
                               ADD RtnAmount TO WSBodyTotal
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ReturnFile.

           LoadNsfHistory.
               MOVE 'N' TO WSEOF
               OPEN INPUT NsfHistFile
               IF NOT WSNsfHistOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ NsfHistFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF WSNsfCount < WSNsfMax
                               ADD 1 TO WSNsfCount
                               MOVE NsfIDNum TO NtIDNum(WSNsfCount)
                               MOVE NsfReturnDate
                                   TO NtReturnDate(WSNsfCount)
                               MOVE NsfDepositDate
                                   TO NtDepositDate(WSNsfCount)
                               MOVE NsfOrigDate
                                   TO NtOrigDate(WSNsfCount)
                               MOVE NsfAmount TO NtAmount(WSNsfCount)
                               MOVE NsfStatus TO NtStatus(WSNsfCount)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NsfHistFile.

      *|==============================================================|
      *    JudgeOneReturn decides one bank item: already seen, bad
      *    Id, no lockbox credit to back out, or matched -- in which
      *    case it is queued, noted, and counted toward the flag.
      *|==============================================================|

           JudgeOneReturn.
               MOVE SPACES TO WSResultText
               MOVE ZERO TO WSMatchDate
               PERFORM CheckDuplicateItem
               IF WSDuplicateItem
                   ADD 1 TO WSSkippedCount
                   MOVE "Already on return history"
                       TO WSResultText
                   PERFORM PrintOneReturn
                   EXIT PARAGRAPH
               END-IF
               MOVE RtnIDNum TO WSCheckIDNum
               CALL 'CheckDigit' USING 'V' WSCheckIDBase
                   WSCheckIDDigit WSCheckDigitValid
               IF NOT WSCheckDigitOK
                   MOVE "Unmatched: check digit fails"
                       TO WSResultText
               ELSE
                   PERFORM FindLockboxCredit
                   IF WSMatchDate = ZERO
                       MOVE "Unmatched: no lockbox credit"
                           TO WSResultText
                   ELSE
                       IF WSQueueCount >= WSQueueMax
                           MOVE ZERO TO WSMatchDate
                           MOVE "Unmatched: queue is full"
                               TO WSResultText
                       END-IF
                   END-IF
               END-IF
               IF WSMatchDate = ZERO
                   ADD 1 TO WSUnmatchedCount
                   ADD RtnAmount TO WSUnmatchedTotal
                   MOVE 'U' TO NsfStatus
                   PERFORM RecordNsfHistory
                   PERFORM PrintOneReturn
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WSQueueCount
               MOVE RtnIDNum TO QIDNum(WSQueueCount)
               MOVE RtnAmount TO QAmount(WSQueueCount)
               MOVE WSMatchDate TO QOrigDate(WSQueueCount)
               ADD 1 TO WSMatchedCount
               ADD RtnAmount TO WSMatchedTotal
               IF WSNsfFee > ZERO
                   ADD 1 TO WSFeeCount
                   ADD WSNsfFee TO WSFeeTotal
               END-IF
               MOVE 'M' TO NsfStatus
               PERFORM RecordNsfHistory
               MOVE "Reversal and fee queued" TO WSResultText
               PERFORM PrintOneReturn
               PERFORM NoteReturnedItem
               PERFORM CheckReturnWindow.

           CheckDuplicateItem.
               MOVE 'N' TO WSDupFlag
               PERFORM VARYING WSNsfIdx FROM 1 BY 1
                       UNTIL WSNsfIdx > WSNsfCount
                   IF NtIDNum(WSNsfIdx) = RtnIDNum
                       AND NtAmount(WSNsfIdx) = RtnAmount
                       AND NtDepositDate(WSNsfIdx) = RtnDepositDate
                       MOVE 'Y' TO WSDupFlag
                   END-IF
               END-PERFORM.

      *|==============================================================|
      *    FindLockboxCredit gathers, in one pass of the customer's
      *    postings on the history (started at the customer's first
      *    key), the LOCKBOX PAYMENT credits of this amount on
      *    or after the deposit date and the posting dates already
      *    reversed at this amount; the earliest credit not reversed
      *    and not claimed by an earlier return is the match.
      *|==============================================================|

           FindLockboxCredit.
               MOVE ZERO TO WSCandCount
               MOVE ZERO TO WSRevCount
               MOVE 'N' TO WSHistEOF
               OPEN INPUT HistoryFile
               IF NOT WSHistFileOK
                   EXIT PARAGRAPH
               END-IF
               MOVE RtnIDNum TO PostHKeyIDNum
               MOVE ZERO TO PostHKeyDate
               MOVE ZERO TO PostHKeySeq
               START HistoryFile KEY IS NOT LESS THAN PostHKey
                   INVALID KEY SET WSHistAtEOF TO TRUE
               END-START
               PERFORM UNTIL WSHistAtEOF
                   READ HistoryFile NEXT RECORD
                       AT END SET WSHistAtEOF TO TRUE
                       NOT AT END
                           IF PostHIDNum = RtnIDNum
                               PERFORM SiftOneHistoryLine
                           ELSE
                               SET WSHistAtEOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HistoryFile
               PERFORM VARYING WSCandIdx FROM 1 BY 1
                       UNTIL WSCandIdx > WSCandCount
                   PERFORM CheckCandidateFree
                   IF WSCandFree
                       IF WSMatchDate = ZERO
                           OR CandDate(WSCandIdx) < WSMatchDate
                           MOVE CandDate(WSCandIdx) TO WSMatchDate
                       END-IF
                   END-IF
               END-PERFORM.

           SiftOneHistoryLine.
               IF PostHIDNum NOT = RtnIDNum
                   OR PostHAmount NOT = RtnAmount
                   EXIT PARAGRAPH
               END-IF
               IF PostHReversalLine
                   IF PostHRevDate NUMERIC
                       AND WSRevCount < WSCandMax
                       ADD 1 TO WSRevCount
                       MOVE PostHRevDate TO RevDate(WSRevCount)
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               IF PostHCredit
                   AND PostHDesc = "LOCKBOX PAYMENT"
                   AND PostHDate >= RtnDepositDate
                   AND WSCandCount < WSCandMax
                   ADD 1 TO WSCandCount
                   MOVE PostHDate TO CandDate(WSCandCount)
               END-IF.

           CheckCandidateFree.
               MOVE 'Y' TO WSCandFreeFlag
               PERFORM VARYING WSRevIdx FROM 1 BY 1
                       UNTIL WSRevIdx > WSRevCount
                   IF RevDate(WSRevIdx) = CandDate(WSCandIdx)
                       MOVE 'N' TO WSCandFreeFlag
                   END-IF
               END-PERFORM
      *    A return matched on an earlier night (reversal not yet
      *    posted) or earlier in this file has claimed its credit.
               PERFORM VARYING WSNsfIdx FROM 1 BY 1
                       UNTIL WSNsfIdx > WSNsfCount
                   IF NtIDNum(WSNsfIdx) = RtnIDNum
                       AND NtAmount(WSNsfIdx) = RtnAmount
                       AND NtStatus(WSNsfIdx) = 'M'
                       AND NtOrigDate(WSNsfIdx) = CandDate(WSCandIdx)
                       MOVE 'N' TO WSCandFreeFlag
                   END-IF
               END-PERFORM.

      *|==============================================================|
      *    RecordNsfHistory appends the item to the returned-item
      *    history and to the table, so the rest of tonight's file
      *    sees it too.
      *|==============================================================|

           RecordNsfHistory.
               OPEN EXTEND NsfHistFile
               IF WSNsfHistMissing
                   OPEN OUTPUT NsfHistFile
               END-IF
               MOVE RtnIDNum TO NsfIDNum
               MOVE WSRunDate TO NsfReturnDate
               MOVE RtnDepositDate TO NsfDepositDate
               MOVE WSMatchDate TO NsfOrigDate
               MOVE RtnAmount TO NsfAmount
               IF NsfMatched
                   MOVE WSNsfFee TO NsfFeeAmount
               ELSE
                   MOVE ZERO TO NsfFeeAmount
               END-IF
               MOVE RtnReason TO NsfReason
               WRITE NsfHistRecord
               CLOSE NsfHistFile
               IF WSNsfCount < WSNsfMax
                   ADD 1 TO WSNsfCount
                   MOVE NsfIDNum TO NtIDNum(WSNsfCount)
                   MOVE NsfReturnDate TO NtReturnDate(WSNsfCount)
                   MOVE NsfDepositDate TO NtDepositDate(WSNsfCount)
                   MOVE NsfOrigDate TO NtOrigDate(WSNsfCount)
                   MOVE NsfAmount TO NtAmount(WSNsfCount)
                   MOVE NsfStatus TO NtStatus(WSNsfCount)
               END-IF.

      *|==============================================================|
      *    CheckReturnWindow counts the customer's matched returns
      *    inside the rolling window, tonight's included; at the
      *    limit the certified-funds flag goes up once.
      *|==============================================================|

           CheckReturnWindow.
               MOVE ZERO TO WSWindowReturns
               PERFORM VARYING WSNsfIdx FROM 1 BY 1
                       UNTIL WSNsfIdx > WSNsfCount
                   IF NtIDNum(WSNsfIdx) = RtnIDNum
                       AND NtStatus(WSNsfIdx) = 'M'
                       AND NtReturnDate(WSNsfIdx) >= WSWindowStart
                       ADD 1 TO WSWindowReturns
                   END-IF
               END-PERFORM
               IF WSWindowReturns < WSReturnLimit
                   EXIT PARAGRAPH
               END-IF
               MOVE RtnIDNum TO CertIDNum
               READ CertFundsFile
                   INVALID KEY
                       PERFORM RaiseCertFlag
               END-READ.

           RaiseCertFlag.
               MOVE RtnIDNum TO CertIDNum
               MOVE WSRunDate TO CertSetDate
               MOVE WSWindowReturns TO CertReturnCount
               MOVE "NSFRETRN" TO CertOperator
               MOVE FUNCTION CURRENT-DATE(1:14) TO CertStamp
               WRITE CertFundsRecord
                   INVALID KEY
                       EXIT PARAGRAPH
               END-WRITE
               ADD 1 TO WSFlaggedCount
               MOVE "CERTIFIED FUNDS ONLY flagged" TO WSResultText
               PERFORM PrintOneReturn
               MOVE WSWindowReturns TO WSShowCount
               MOVE WSWindowDays TO WSShowDays
               MOVE SPACES TO WSNoteText
               STRING "CERTIFIED FUNDS ONLY: " DELIMITED BY SIZE
                      WSShowCount DELIMITED BY SIZE
                      " returned items in " DELIMITED BY SIZE
                      WSShowDays DELIMITED BY SIZE
                      " days" DELIMITED BY SIZE
                   INTO WSNoteText
               END-STRING
               PERFORM AppendCustomerNote.

      *|==============================================================|
      *    NoteReturnedItem and AppendCustomerNote file the return
      *    as an ordinary customer note, the RetMail way, so the
      *    lookup and 360 screens tell the story.
      *|==============================================================|

           NoteReturnedItem.
               MOVE RtnAmount TO WSShowAmount
               MOVE SPACES TO WSNoteText
               STRING "Returned check " DELIMITED BY SIZE
                      WSShowAmount DELIMITED BY SIZE
                      " of " DELIMITED BY SIZE
                      WSMatchDate DELIMITED BY SIZE
                      " reversed: " DELIMITED BY SIZE
                      RtnReason DELIMITED BY "  "
                   INTO WSNoteText
               END-STRING
               PERFORM AppendCustomerNote.

           AppendCustomerNote.
               MOVE RtnIDNum TO WSNoteIDNum
               MOVE 1 TO WSNoteNextSeq
               MOVE 'N' TO WSNotesEOF
               OPEN INPUT NotesFile
               IF WSNotesOK
                   PERFORM UNTIL WSNotesAtEOF
                       READ NotesFile
                           AT END SET WSNotesAtEOF TO TRUE
                           NOT AT END
                               IF NoteIDNum = WSNoteIDNum
                                   AND NoteSeq >= WSNoteNextSeq
                                   COMPUTE WSNoteNextSeq =
                                       NoteSeq + 1
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE NotesFile
               END-IF
               OPEN EXTEND NotesFile
               IF WSNotesMissing
                   OPEN OUTPUT NotesFile
               END-IF
               MOVE WSNoteIDNum TO NoteIDNum
               MOVE WSNoteNextSeq TO NoteSeq
               MOVE FUNCTION CURRENT-DATE(1:14) TO NoteStamp
               MOVE "NSFRETRN" TO NoteOperator
               MOVE WSNoteText TO NoteText
               MOVE "NSF" TO NoteCategory
               MOVE ZERO TO NoteFollowUpDate
               MOVE SPACE TO NoteDoneFlag
               WRITE NoteRecord
               CLOSE NotesFile.

      *|==============================================================|
      *    WritePostingBatch queues the matched returns behind a
      *    batch header carrying their own count and debit total:
      *    each reversal, then its fee. PostTrans counts every type
      *    but 'C' as debit, so both lines hash to the debit side.
      *|==============================================================|

           WritePostingBatch.
               IF WSQueueCount = ZERO
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WSBatchItems = WSMatchedCount + WSFeeCount
               COMPUTE WSBatchDebit = WSMatchedTotal + WSFeeTotal
               OPEN EXTEND PostingFile
               IF WSPostFileMissing
                   OPEN OUTPUT PostingFile
               END-IF
               MOVE ZEROES TO PBHIDNum
               MOVE 'H' TO PBHType
               MOVE WSRunDate TO PBHDepositDate
               MOVE WSBatchItems TO PBHItemCount
               MOVE WSBatchDebit TO PBHDebitTotal
               MOVE ZERO TO PBHCreditTotal
               MOVE "NSFRETRN" TO PBHOperator
               WRITE PostingBatchHeader
               PERFORM VARYING WSQueueIdx FROM 1 BY 1
                       UNTIL WSQueueIdx > WSQueueCount
                   PERFORM QueueOneReturn
               END-PERFORM
               CLOSE PostingFile.

           QueueOneReturn.
               MOVE QIDNum(WSQueueIdx) TO PRevIDNum
               MOVE 'R' TO PRevType
               MOVE QAmount(WSQueueIdx) TO PRevAmount
               MOVE QOrigDate(WSQueueIdx) TO PRevOrigDate
               MOVE "NSF RETURN" TO PRevDesc
               WRITE PostingReversal
               IF WSNsfFee > ZERO
                   MOVE QIDNum(WSQueueIdx) TO PostTIDNum
                   MOVE 'D' TO PostTType
                   MOVE WSNsfFee TO PostTAmount
                   MOVE "NSF FEE" TO PostTDesc
                   MOVE 'F' TO PostTComponent
                   WRITE PostingTransaction
               END-IF.

      *|==============================================================|
      *    Report paragraphs: banner and headings, one line per
      *    bank item (and per new flag), totals and trailer.
      *|==============================================================|

           PrintReportHeading.
               MOVE 'B' TO WSBnrFunction
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   WSBnrRequestor WSBnrCount WSBnrLine1 WSBnrLine2
               WRITE NsfLine FROM WSBnrLine1
               WRITE NsfLine FROM WSBnrLine2
               MOVE WSRunDate TO PrnHeadDate
               MOVE WSNsfFee TO PrnHeadFee
               WRITE NsfLine FROM HeadLine1
                   AFTER ADVANCING 1 LINE
               WRITE NsfLine FROM HeadLine2
                   AFTER ADVANCING 2 LINES.

           PrintOneReturn.
               MOVE RtnIDNum TO PrnDetId
               MOVE RtnAmount TO PrnDetAmount
               MOVE RtnDepositDate TO PrnDetDeposit
               IF WSMatchDate = ZERO
                   MOVE SPACES TO PrnDetPosted
               ELSE
                   MOVE WSMatchDate TO PrnDetPosted
               END-IF
               MOVE RtnReason TO PrnDetReason
               MOVE WSResultText TO PrnDetResult
               WRITE NsfLine FROM DetailLine
                   AFTER ADVANCING 1 LINE.

           PrintReportTotals.
               MOVE "Returns reversed" TO PrnTotLabel
               MOVE WSMatchedCount TO PrnTotCount
               MOVE WSMatchedTotal TO PrnTotAmount
               WRITE NsfLine FROM TotalLine
                   AFTER ADVANCING 2 LINES
               MOVE "NSF fees charged" TO PrnTotLabel
               MOVE WSFeeCount TO PrnTotCount
               MOVE WSFeeTotal TO PrnTotAmount
               WRITE NsfLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE "Returns unmatched" TO PrnTotLabel
               MOVE WSUnmatchedCount TO PrnTotCount
               MOVE WSUnmatchedTotal TO PrnTotAmount
               WRITE NsfLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE "Already processed" TO PrnTotLabel
               MOVE WSSkippedCount TO PrnTotCount
               MOVE ZERO TO PrnTotAmount
               WRITE NsfLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE "Certified funds flagged" TO PrnTotLabel
               MOVE WSFlaggedCount TO PrnTotCount
               MOVE ZERO TO PrnTotAmount
               WRITE NsfLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE 'T' TO WSBnrFunction
               MOVE WSBodyCount TO WSBnrCount
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   WSBnrRequestor WSBnrCount WSBnrLine1 WSBnrLine2
               WRITE NsfLine FROM WSBnrLine1.

           LogRefusedFile.
               MOVE 'X' TO WSIfcEvent
               PERFORM LogReturnFile
               MOVE 'B' TO WSLogEvent
               MOVE WSBodyCount TO WSLogRecords
               MOVE ZERO TO WSLogRejects
               MOVE 12 TO WSLogRC
               PERFORM WriteRunLogRecord.

           LogReturnFile.
               MOVE WSBodyCount TO WSIfcRecords
               MOVE WSBodyTotal TO WSIfcControl
               PERFORM WriteIfaceLogRecord.

           WriteRunLogRecord.
               CALL 'RunLog' USING WSLogStepName WSLogEvent
                   WSLogRecords WSLogRejects WSLogRC
                   WSLogCapacity.

           WriteIfaceLogRecord.
               CALL 'IfaceLog' USING WSIfcCode WSIfcEvent
                   WSIfcRecords WSIfcControl WSIfcFileDate.

      *|==============================================================|
