      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLInterface.

      *|==============================================================|
      *    GLInterface is the nightly general-ledger interface: the
      *    day's money movement, summarized into balanced ledger
      *    entries the accounting system loads instead of re-keying
      *    PostRecon.rpt and WriteOff.rpt by hand. It runs in the
      *    nightly chain right after PostTrans.
      *
      *    Every posting-history line dated the business date
      *    (CUSTPOSTH, default PostHist.dat) is classified into one
      *    of the categories GLMap.cpy lists: the reversal flag marks
      *    a reversal, the generated descriptions mark the fee and
      *    interest assessments, write-offs, approved refunds,
      *    unclaimed credits remitted to the state, sales tax,
      *    loyalty and referral credits, and security deposits
      *    applied or released to the balance, and the posting
      *    journal (CUSTPOSTJ, default PostJournal.log) tells a
      *    supervisor's 'O' override or 'A' adjustment apart from an
      *    ordinary debit or credit -- the history line carries only
      *    the direction, the journal keeps the keyed type letter.
      *    What remains is a plain debit or credit.
      *
      *    Each category the day moved becomes a debit line and a
      *    matching credit line for each balance component it moved
      *    -- principal, fees, interest, off the history line's
      *    parts (a line from before the split is principal) --
      *    on the GL journal file (CUSTGLOUT,
      *    default GLJournal.dat, GLJrnl.cpy layout) against the
      *    account pair on the mapping table (CUSTGLMAP, default
      *    GLMap.dat), closed by a control trailer. The summary
      *    (GLSummary.rpt) prints each category's count, amount,
      *    and accounts with its component split beneath, then the
      *    file's debit and credit totals.
      *
      *    The file is read back and proved before the step ends:
      *    a category with no mapping, or a file whose debits and
      *    credits do not net to zero, ends the step with
      *    RETURN-CODE 12 and stops the nightly chain.
      *
      *    A journal that proves is logged under GLJRNL on the interface
      *    log (IfaceLog) with its line count and debit total; a
      *    refused journal is not sent and not logged.
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT HistoryFile ASSIGN TO WSHistFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS PostHKey
                   FILE STATUS IS WSHistFileStatus.

               SELECT PostJournalFile ASSIGN TO WSPostJrnlName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSPostJrnlStatus.

               SELECT GLMapFile ASSIGN TO WSGLMapFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSGLMapStatus.

               SELECT GLJournalFile ASSIGN TO WSGLOutFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSGLOutStatus.

               SELECT GLReport ASSIGN TO "GLSummary.rpt"
                   ORGANIZATION IS LINE SEQUENTIAL.

      *|==============================================================|

       DATA DIVISION.

           FILE SECTION.

               FD HistoryFile.
                   COPY "PostRec.cpy".
                   COPY "PostHKey.cpy".

               FD PostJournalFile.
                   1 PostJournalRecord.
                       2 PJrnlTimestamp PIC 9(14).
                       2 PJrnlOperator PIC X(8).
                       2 PJrnlIDNum PIC 9(7).
                       2 PJrnlType PIC X(1).
                       2 PJrnlAmount PIC 9(7)V99.
                       2 PJrnlBeforeBal PIC S9(7)V99.
                       2 PJrnlAfterBal PIC S9(7)V99.
                       2 PJrnlMakerId PIC X(8).
                       2 PJrnlChainValue PIC X(16).

               FD GLMapFile.
                   COPY "GLMap.cpy".

               FD GLJournalFile.
                   COPY "GLJrnl.cpy".

               FD GLReport.
                   1 GLRptLine PIC X(100).

           WORKING-STORAGE SECTION.

               1 WSHistFileName PIC X(100).
               1 WSPostJrnlName PIC X(100).
               1 WSGLMapFileName PIC X(100).
               1 WSGLOutFileName PIC X(100).

               1 WSHistFileStatus PIC X(2).
                   88 WSHistFileOK VALUE '00'.

               1 WSPostJrnlStatus PIC X(2).
                   88 WSPostJrnlOK VALUE '00'.

               1 WSGLMapStatus PIC X(2).
                   88 WSGLMapOK VALUE '00'.

               1 WSGLOutStatus PIC X(2).
                   88 WSGLOutOK VALUE '00'.

               1 WSEOF PIC X(1).
                   88 WSAtEOF VALUE 'Y'.

               1 WSBizDateParm PIC X(8).

               1 WSRunDate PIC 9(8).

      *    The category table: fixed codes in GLMap.cpy order, each
      *    accumulating the day's item count and amount, then picking
      *    up its account pair off the mapping table.
               1 CategoryCodeList.
                   2 FILLER PIC X(8) VALUE "DEBIT".
                   2 FILLER PIC X(8) VALUE "CREDIT".
                   2 FILLER PIC X(8) VALUE "OVERRIDE".
                   2 FILLER PIC X(8) VALUE "REVDR".
                   2 FILLER PIC X(8) VALUE "REVCR".
                   2 FILLER PIC X(8) VALUE "ADJDR".
                   2 FILLER PIC X(8) VALUE "ADJCR".
                   2 FILLER PIC X(8) VALUE "FEE".
                   2 FILLER PIC X(8) VALUE "INTEREST".
                   2 FILLER PIC X(8) VALUE "WRITEOFF".
                   2 FILLER PIC X(8) VALUE "REFUND".
                   2 FILLER PIC X(8) VALUE "ESCHEAT".
                   2 FILLER PIC X(8) VALUE "TAX".
                   2 FILLER PIC X(8) VALUE "PROMO".
                   2 FILLER PIC X(8) VALUE "DEPOSIT".
               1 CategoryCodes REDEFINES CategoryCodeList.
                   2 CategoryCode OCCURS 15 TIMES PIC X(8).

               1 WSCatMax PIC 99 VALUE 15.

               1 CategoryTable.
                   2 CatEntry OCCURS 15 TIMES.
                       3 CatCount PIC 9(7).
                       3 CatAmount PIC 9(11)V99.
                       3 CatDrAcct PIC X(10).
                       3 CatCrAcct PIC X(10).
                       3 CatDesc PIC X(30).
                       3 CatMapped PIC X(1).
                           88 CatHasMapping VALUE 'Y'.
      *    The category's amount by balance component, in the
      *    order of CompCodeList: principal, fees, interest.
                       3 CatPart OCCURS 3 TIMES PIC 9(11)V99.

               1 WSCatIdx PIC 99.

               1 CompCodeList PIC X(3) VALUE "PFI".
               1 CompCodes REDEFINES CompCodeList.
                   2 CompCode OCCURS 3 TIMES PIC X(1).

               1 WSCompIdx PIC 9.

               1 WSCategory PIC X(8).

      *    The day's 'O' and 'A' posting-journal entries, each
      *    consumed by the first history line it explains -- same
      *    customer, amount, and direction -- so two identical
      *    postings are never both claimed by one journal line.
               1 WSSpecialMax PIC 9(4) VALUE 2000.
               1 WSSpecialCount PIC 9(4) VALUE ZERO.

               1 SpecialTable.
                   2 SpecialEntry OCCURS 2000 TIMES.
                       3 SpIDNum PIC 9(7).
                       3 SpType PIC X(1).
                       3 SpAmount PIC 9(7)V99.
                       3 SpDirection PIC X(1).
                       3 SpUsed PIC X(1).

               1 WSSpIdx PIC 9(4).

               1 WSSpFoundFlag PIC X(1).
                   88 WSSpFound VALUE 'Y'.

               1 WSDayLines PIC 9(7) VALUE ZERO.

               1 WSGLSeq PIC 9(5) VALUE ZERO.
               1 WSGLLineCount PIC 9(7) VALUE ZERO.
               1 WSGLDebitTotal PIC 9(11)V99 VALUE ZERO.
               1 WSGLCreditTotal PIC 9(11)V99 VALUE ZERO.

      *    Read-back proof of the file as actually written.
               1 WSProofDebit PIC 9(11)V99 VALUE ZERO.
               1 WSProofCredit PIC 9(11)V99 VALUE ZERO.
               1 WSProofLines PIC 9(7) VALUE ZERO.

               1 WSUnmappedCount PIC 9(2) VALUE ZERO.

               1 WSOutOfBalFlag PIC X(1) VALUE 'N'.
                   88 WSOutOfBalance VALUE 'Y'.

               1 HeadLine1.
                   2 FILLER PIC X(32)
                       VALUE "General Ledger Interface Summary".
                   2 FILLER PIC X(17) VALUE " -- business date".
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnHeadDate PIC 9(8).

               1 HeadLine2.
                   2 FILLER PIC X(10) VALUE " Category ".
                   2 FILLER PIC X(9) VALUE "    Items".
                   2 FILLER PIC X(17) VALUE "           Amount".
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 FILLER PIC X(10) VALUE "Debit acct".
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 FILLER PIC X(11) VALUE "Credit acct".

               1 DetailLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnDetCategory PIC X(8).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnDetCount PIC ZZZZZZZ9.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnDetAmount PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnDetDrAcct PIC X(10).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnDetCrAcct PIC X(10).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnDetNote PIC X(20).

               1 SplitLine.
                   2 FILLER PIC X(12) VALUE SPACE.
                   2 FILLER PIC X(11) VALUE "principal ".
                   2 PrnSplitPrin PIC ZZZ,ZZZ,ZZ9.99.
                   2 FILLER PIC X(7) VALUE "  fees ".
                   2 PrnSplitFees PIC ZZZ,ZZZ,ZZ9.99.
                   2 FILLER PIC X(11) VALUE "  interest ".
                   2 PrnSplitInt PIC ZZZ,ZZZ,ZZ9.99.

               1 TotalLine.
                   2 FILLER PIC X(18) VALUE " GL file debits : ".
                   2 PrnTotDebit PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
                   2 FILLER PIC X(12) VALUE "  credits : ".
                   2 PrnTotCredit PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

               1 VerdictLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnVerdict PIC X(60).

      *    Standard report identification and catalog registration.
               1 WSBnrFunction PIC X(1).
               1 WSBnrReportName PIC X(20) VALUE "GLSummary".
               1 WSBnrRequestor PIC X(8) VALUE "BATCH".
               1 WSBnrCount PIC 9(7) VALUE ZERO.
               1 WSBnrLine1 PIC X(80).
               1 WSBnrLine2 PIC X(80).

               1 WSCatReportName PIC X(20).
               1 WSCatFileName PIC X(100).
               1 WSCatPages PIC 9(4) VALUE ZERO.
               1 WSCatRecords PIC 9(7) VALUE ZERO.

      *    Run-log work area handed to the shared RunLog subprogram.
               1 WSLogStepName PIC X(20) VALUE "GLInterface".
               1 WSLogEvent PIC X(1).
               1 WSLogRecords PIC 9(7) VALUE ZERO.
               1 WSLogRejects PIC 9(7) VALUE ZERO.
               1 WSLogRC PIC 9(4) VALUE ZERO.
               1 WSLogCapacity PIC 9(5) VALUE ZERO.

      *    Interface-log work area handed to the shared IfaceLog
      *    subprogram.
               1 WSIfcCode PIC X(8) VALUE "GLJRNL".
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
               ACCEPT WSHistFileName FROM ENVIRONMENT "CUSTPOSTH"
                   ON EXCEPTION
                       MOVE "PostHist.dat" TO WSHistFileName
               END-ACCEPT
               ACCEPT WSPostJrnlName FROM ENVIRONMENT "CUSTPOSTJ"
                   ON EXCEPTION
                       MOVE "PostJournal.log" TO WSPostJrnlName
               END-ACCEPT
               ACCEPT WSGLMapFileName FROM ENVIRONMENT "CUSTGLMAP"
                   ON EXCEPTION
                       MOVE "GLMap.dat" TO WSGLMapFileName
               END-ACCEPT
               ACCEPT WSGLOutFileName FROM ENVIRONMENT "CUSTGLOUT"
                   ON EXCEPTION
                       MOVE "GLJournal.dat" TO WSGLOutFileName
               END-ACCEPT
               MOVE 'S' TO WSLogEvent
               PERFORM WriteRunLogRecord
               INITIALIZE CategoryTable
               PERFORM LoadMappingTable
               PERFORM LoadSpecialPostings
               PERFORM SummarizeDayHistory
               PERFORM WriteGLJournal
               PERFORM ProveGLJournal
               PERFORM PrintGLSummary
               DISPLAY "GL history lines summarized: " WSDayLines
               DISPLAY "GL journal lines written   : " WSGLLineCount
               IF WSUnmappedCount > ZERO OR WSOutOfBalance
                   DISPLAY "GLInterface: GL journal refused -- "
                       "unmapped categories or debits and credits "
                       "do not net to zero."
                   MOVE 'B' TO WSLogEvent
                   MOVE WSGLLineCount TO WSLogRecords
                   MOVE WSUnmappedCount TO WSLogRejects
                   MOVE 12 TO WSLogRC
                   PERFORM WriteRunLogRecord
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE 'S' TO WSIfcEvent
               MOVE WSGLLineCount TO WSIfcRecords
               MOVE WSGLDebitTotal TO WSIfcControl
               MOVE WSRunDate TO WSIfcFileDate
               PERFORM WriteIfaceLogRecord
               MOVE 'E' TO WSLogEvent
               MOVE WSGLLineCount TO WSLogRecords
               PERFORM WriteRunLogRecord
               MOVE ZERO TO RETURN-CODE
               GOBACK.

      *|==============================================================|
      *    LoadMappingTable picks up each category's account pair
      *    off the mapping table; a category listed twice takes its
      *    last line, so a correction appended to the file wins.
      *|==============================================================|

           LoadMappingTable.
               MOVE 'N' TO WSEOF
               OPEN INPUT GLMapFile
               IF NOT WSGLMapOK
                   DISPLAY "GLInterface: no mapping table on "
                       WSGLMapFileName
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ GLMapFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           PERFORM MapOneCategory
                   END-READ
               END-PERFORM
               CLOSE GLMapFile.

           MapOneCategory.
               PERFORM VARYING WSCatIdx FROM 1 BY 1
                   UNTIL WSCatIdx > WSCatMax
                   IF CategoryCode(WSCatIdx) = GLMapCategory
                       MOVE GLMapDrAcct TO CatDrAcct(WSCatIdx)
                       MOVE GLMapCrAcct TO CatCrAcct(WSCatIdx)
                       MOVE GLMapDesc TO CatDesc(WSCatIdx)
                       IF GLMapDrAcct NOT = SPACES
                           AND GLMapCrAcct NOT = SPACES
                           MOVE 'Y' TO CatMapped(WSCatIdx)
                       ELSE
                           MOVE 'N' TO CatMapped(WSCatIdx)
                       END-IF
                   END-IF
               END-PERFORM.

      *|==============================================================|
      *    LoadSpecialPostings keeps the posting journal's 'O' and
      *    'A' entries stamped on or after the business date, with
      *    the direction the balance actually moved; every other
      *    keyed type is already told apart on the history line.
      *|==============================================================|

           LoadSpecialPostings.
               MOVE 'N' TO WSEOF
               OPEN INPUT PostJournalFile
               IF NOT WSPostJrnlOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ PostJournalFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF PJrnlTimestamp(1:8) >= WSRunDate
                               AND (PJrnlType = 'O'
                                   OR PJrnlType = 'A')
                               AND WSSpecialCount < WSSpecialMax
                               PERFORM KeepSpecialPosting
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PostJournalFile.

           KeepSpecialPosting.
               ADD 1 TO WSSpecialCount
               MOVE PJrnlIDNum TO SpIDNum(WSSpecialCount)
               MOVE PJrnlType TO SpType(WSSpecialCount)
               MOVE PJrnlAmount TO SpAmount(WSSpecialCount)
               IF PJrnlAfterBal < PJrnlBeforeBal
                   MOVE 'C' TO SpDirection(WSSpecialCount)
               ELSE
                   MOVE 'D' TO SpDirection(WSSpecialCount)
               END-IF
               MOVE 'N' TO SpUsed(WSSpecialCount).

      *|==============================================================|
      *    SummarizeDayHistory classifies and accumulates every
      *    history line dated the business date.
      *|==============================================================|

           SummarizeDayHistory.
               MOVE 'N' TO WSEOF
               OPEN INPUT HistoryFile
               IF NOT WSHistFileOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ HistoryFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF PostHDate = WSRunDate
                               PERFORM ClassifyOneLine
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HistoryFile.

           ClassifyOneLine.
               ADD 1 TO WSDayLines
               EVALUATE TRUE
                   WHEN PostHReversalLine AND PostHDebit
                       MOVE "REVDR" TO WSCategory
                   WHEN PostHReversalLine
                       MOVE "REVCR" TO WSCategory
                   WHEN PostHDesc = "WRITE-OFF"
                       MOVE "WRITEOFF" TO WSCategory
                   WHEN PostHDesc = "MONTHLY SERVICE FEE"
                       MOVE "FEE" TO WSCategory
                   WHEN PostHDesc = "NSF FEE"
                       MOVE "FEE" TO WSCategory
                   WHEN PostHDesc = "LATE INTEREST"
                       MOVE "INTEREST" TO WSCategory
                   WHEN PostHDesc = "REFUND CHECK"
                       MOVE "REFUND" TO WSCategory
                   WHEN PostHDesc = "ESCHEAT REMITTANCE"
                       MOVE "ESCHEAT" TO WSCategory
                   WHEN PostHDesc(1:10) = "SALES TAX "
                       MOVE "TAX" TO WSCategory
                   WHEN PostHDesc = "LOYALTY REDEMPTION"
                       MOVE "PROMO" TO WSCategory
                   WHEN PostHDesc = "REFERRAL REWARD"
                       MOVE "PROMO" TO WSCategory
                   WHEN PostHDesc = "DEPOSIT APPLIED"
                       MOVE "DEPOSIT" TO WSCategory
                   WHEN PostHDesc = "DEPOSIT RELEASE"
                       MOVE "DEPOSIT" TO WSCategory
                   WHEN OTHER
                       PERFORM ClassifyKeyedLine
               END-EVALUATE
               PERFORM VARYING WSCatIdx FROM 1 BY 1
                   UNTIL WSCatIdx > WSCatMax
                   IF CategoryCode(WSCatIdx) = WSCategory
                       ADD 1 TO CatCount(WSCatIdx)
                       ADD PostHAmount TO CatAmount(WSCatIdx)
                       PERFORM SplitOneLine
                   END-IF
               END-PERFORM.

           SplitOneLine.
               IF NOT PostHSplitKnown
                   MOVE PostHAmount TO PostHPrinPart
                   MOVE ZERO TO PostHFeePart PostHIntPart
               END-IF
               ADD PostHPrinPart TO CatPart(WSCatIdx, 1)
               ADD PostHFeePart TO CatPart(WSCatIdx, 2)
               ADD PostHIntPart TO CatPart(WSCatIdx, 3).

           ClassifyKeyedLine.
               IF PostHDebit
                   MOVE "DEBIT" TO WSCategory
               ELSE
                   MOVE "CREDIT" TO WSCategory
               END-IF
               MOVE 'N' TO WSSpFoundFlag
               PERFORM VARYING WSSpIdx FROM 1 BY 1
                   UNTIL WSSpIdx > WSSpecialCount OR WSSpFound
                   IF SpUsed(WSSpIdx) = 'N'
                       AND SpIDNum(WSSpIdx) = PostHIDNum
                       AND SpAmount(WSSpIdx) = PostHAmount
                       AND SpDirection(WSSpIdx) = PostHType
                       MOVE 'Y' TO WSSpFoundFlag
                       MOVE 'Y' TO SpUsed(WSSpIdx)
                       EVALUATE TRUE
                           WHEN SpType(WSSpIdx) = 'O'
                               MOVE "OVERRIDE" TO WSCategory
                           WHEN PostHDebit
                               MOVE "ADJDR" TO WSCategory
                           WHEN OTHER
                               MOVE "ADJCR" TO WSCategory
                       END-EVALUATE
                   END-IF
               END-PERFORM.

      *|==============================================================|
      *    WriteGLJournal writes the debit and credit side of every
      *    mapped category the day moved, then the control trailer.
      *    An unmapped category is counted, not written -- the step
      *    will refuse the file below. A journal file that will not
      *    open is written to not at all and refused the same way,
      *    whatever an earlier run left on it.
      *|==============================================================|

           WriteGLJournal.
               OPEN OUTPUT GLJournalFile
               IF NOT WSGLOutOK
                   DISPLAY "GLInterface: GL journal "
                       FUNCTION TRIM(WSGLOutFileName)
                       " will not open: " WSGLOutStatus
                   SET WSOutOfBalance TO TRUE
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING WSCatIdx FROM 1 BY 1
                   UNTIL WSCatIdx > WSCatMax
                   IF CatAmount(WSCatIdx) > ZERO
                       IF CatHasMapping(WSCatIdx)
                           PERFORM VARYING WSCompIdx FROM 1 BY 1
                               UNTIL WSCompIdx > 3
                               IF CatPart(WSCatIdx, WSCompIdx) > ZERO
                                   PERFORM WriteCategoryPair
                               END-IF
                           END-PERFORM
                       ELSE
                           ADD 1 TO WSUnmappedCount
                       END-IF
                   END-IF
               END-PERFORM
               MOVE WSRunDate TO GLTBizDate
               MOVE 99999 TO GLTSeq
               MOVE WSGLLineCount TO GLTLineCount
               MOVE WSGLDebitTotal TO GLTDebitTotal
               MOVE WSGLCreditTotal TO GLTCreditTotal
               MOVE SPACES TO GLTrailerRecord(46:37)
               WRITE GLTrailerRecord
               CLOSE GLJournalFile.

           WriteCategoryPair.
               ADD 1 TO WSGLSeq
               MOVE WSRunDate TO GLJBizDate
               MOVE WSGLSeq TO GLJSeq
               MOVE CatDrAcct(WSCatIdx) TO GLJAccount
               MOVE 'D' TO GLJDrCr
               MOVE CatPart(WSCatIdx, WSCompIdx) TO GLJAmount
               MOVE CategoryCode(WSCatIdx) TO GLJCategory
               MOVE CatCount(WSCatIdx) TO GLJItemCount
               MOVE CatDesc(WSCatIdx) TO GLJDesc
               MOVE CompCode(WSCompIdx) TO GLJComponent
               WRITE GLJournalRecord
               ADD 1 TO WSGLLineCount
               ADD CatPart(WSCatIdx, WSCompIdx) TO WSGLDebitTotal
               ADD 1 TO WSGLSeq
               MOVE WSGLSeq TO GLJSeq
               MOVE CatCrAcct(WSCatIdx) TO GLJAccount
               MOVE 'C' TO GLJDrCr
               WRITE GLJournalRecord
               ADD 1 TO WSGLLineCount
               ADD CatPart(WSCatIdx, WSCompIdx) TO WSGLCreditTotal.

      *|==============================================================|
      *    ProveGLJournal reads the file back as the accounting
      *    system will: every line's debits and credits totalled,
      *    then checked against each other and against the trailer.
      *|==============================================================|

           ProveGLJournal.
               MOVE 'N' TO WSEOF
               OPEN INPUT GLJournalFile
               IF NOT WSGLOutOK
                   SET WSOutOfBalance TO TRUE
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ GLJournalFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           PERFORM ProveOneLine
                   END-READ
               END-PERFORM
               CLOSE GLJournalFile
               IF WSProofDebit NOT = WSProofCredit
                   OR WSProofLines NOT = WSGLLineCount
                   SET WSOutOfBalance TO TRUE
               END-IF.

           ProveOneLine.
               IF GLTSeq = 99999
                   IF GLTLineCount NOT = WSProofLines
                       OR GLTDebitTotal NOT = WSProofDebit
                       OR GLTCreditTotal NOT = WSProofCredit
                       SET WSOutOfBalance TO TRUE
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WSProofLines
               IF GLJDebitLine
                   ADD GLJAmount TO WSProofDebit
               ELSE
                   ADD GLJAmount TO WSProofCredit
               END-IF.

      *|==============================================================|
      *    PrintGLSummary prints the category recap and the proof
      *    verdict, framed by RptBanner and registered on the report
      *    catalog.
      *|==============================================================|

           PrintGLSummary.
               OPEN OUTPUT GLReport
               MOVE 'B' TO WSBnrFunction
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   WSBnrRequestor WSBnrCount WSBnrLine1 WSBnrLine2
               WRITE GLRptLine FROM WSBnrLine1
               WRITE GLRptLine FROM WSBnrLine2
               MOVE WSRunDate TO PrnHeadDate
               WRITE GLRptLine FROM HeadLine1
                   AFTER ADVANCING 1 LINE
               WRITE GLRptLine FROM HeadLine2
                   AFTER ADVANCING 2 LINES
               PERFORM VARYING WSCatIdx FROM 1 BY 1
                   UNTIL WSCatIdx > WSCatMax
                   PERFORM PrintOneCategory
               END-PERFORM
               MOVE WSProofDebit TO PrnTotDebit
               MOVE WSProofCredit TO PrnTotCredit
               WRITE GLRptLine FROM TotalLine
                   AFTER ADVANCING 2 LINES
               EVALUATE TRUE
                   WHEN WSUnmappedCount > ZERO
                       MOVE "REFUSED -- category with no GL mapping"
                           TO PrnVerdict
                   WHEN WSOutOfBalance
                       MOVE "REFUSED -- debits and credits do not net"
                           & " to zero" TO PrnVerdict
                   WHEN OTHER
                       MOVE "Balanced -- GL journal released"
                           TO PrnVerdict
               END-EVALUATE
               WRITE GLRptLine FROM VerdictLine
                   AFTER ADVANCING 1 LINE
               MOVE 'T' TO WSBnrFunction
               MOVE WSGLLineCount TO WSBnrCount
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   WSBnrRequestor WSBnrCount WSBnrLine1 WSBnrLine2
               WRITE GLRptLine FROM WSBnrLine1
               CLOSE GLReport
               MOVE "GLSummary" TO WSCatReportName
               MOVE "GLSummary.rpt" TO WSCatFileName
               MOVE WSGLLineCount TO WSCatRecords
               CALL 'RptCatalog' USING WSCatReportName
                   WSCatFileName WSCatPages WSCatRecords.

           PrintOneCategory.
               IF CatCount(WSCatIdx) = ZERO
                   EXIT PARAGRAPH
               END-IF
               MOVE CategoryCode(WSCatIdx) TO PrnDetCategory
               MOVE CatCount(WSCatIdx) TO PrnDetCount
               MOVE CatAmount(WSCatIdx) TO PrnDetAmount
               MOVE CatDrAcct(WSCatIdx) TO PrnDetDrAcct
               MOVE CatCrAcct(WSCatIdx) TO PrnDetCrAcct
               IF CatHasMapping(WSCatIdx)
                   MOVE SPACES TO PrnDetNote
               ELSE
                   MOVE "** NO GL MAPPING **" TO PrnDetNote
               END-IF
               WRITE GLRptLine FROM DetailLine
                   AFTER ADVANCING 1 LINE
               MOVE CatPart(WSCatIdx, 1) TO PrnSplitPrin
               MOVE CatPart(WSCatIdx, 2) TO PrnSplitFees
               MOVE CatPart(WSCatIdx, 3) TO PrnSplitInt
               WRITE GLRptLine FROM SplitLine
                   AFTER ADVANCING 1 LINE.

           WriteRunLogRecord.
               CALL 'RunLog' USING WSLogStepName WSLogEvent
                   WSLogRecords WSLogRejects WSLogRC
                   WSLogCapacity.

           WriteIfaceLogRecord.
               CALL 'IfaceLog' USING WSIfcCode WSIfcEvent
                   WSIfcRecords WSIfcControl WSIfcFileDate.

      *|==============================================================|
