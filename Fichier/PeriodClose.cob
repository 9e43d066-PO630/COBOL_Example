      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PeriodClose.

      *|==============================================================|
      *    PeriodClose is the month-end financial close: a supervisor
      *    runs it once the month's last nightly cycle (statements,
      *    MonthEnd) is done, and it certifies the month's money and
      *    then locks the month so nothing more can be posted into
      *    it. Run by hand, signed on through OperSignon; only a
      *    supervisor may close.
      *
      *    The month offered is the one before the business date
      *    (CUSTBIZDATE, else today); another may be keyed, but
      *    months close in order -- only the month after the latest
      *    one already closed on the period control file
      *    (CUSTPERIOD, default PeriodCtl.dat, PeriodRec.cpy), and
      *    never the business month itself.
      *
      *    The certification (CUSTCLOSERPT, default CloseCert.rpt,
      *    RptBanner frame, report catalog) is taken off the posting
      *    history, live (CUSTPOSTH) and archived (the PostHistCutover
      *    catalog, CUSTPOSTHCAT): the opening total balance (every
      *    line dated before the month), the month's debits and
      *    credits by posting type in the GLInterface categories --
      *    the posting journal (CUSTPOSTJ) telling overrides and
      *    adjustments apart, as there -- and the closing total. The
      *    closing total is tied to the balance file (CUSTBAL) as it
      *    stands less everything posted since the month ended, and
      *    the opening total to the closing total the previous close
      *    certified; PostRecon is then run and its result printed.
      *
      *    Only when both ties hold and PostRecon is in balance is
      *    the supervisor asked to certify. A 'Y' signs the report
      *    and appends the month, the supervisor and the certified
      *    totals to the control file -- from then on PeriodCheck
      *    answers the month closed and PostTrans, PostEntry,
      *    PostApprove, WriteOff and the import programs refuse to
      *    post into it. Anything else leaves the month open, and
      *    the report says so.
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT PeriodFile ASSIGN TO WSPeriodFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSPeriodStatus.

               SELECT HistoryFile ASSIGN TO WSHistFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS PostHKey
                   FILE STATUS IS WSHistFileStatus.

               SELECT PostCatFile ASSIGN TO WSPostCatName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSPostCatStatus.

               SELECT ArchHistFile ASSIGN TO WSArchFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSArchFileStatus.

               SELECT PostJournalFile ASSIGN TO WSPostJrnlName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSPostJrnlStatus.

               SELECT BalanceFile ASSIGN TO WSBalFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS BalIDNum
                   FILE STATUS IS WSBalFileStatus.

               SELECT CertReport ASSIGN TO WSReportFileName
                   ORGANIZATION IS LINE SEQUENTIAL.

      *|==============================================================|

       DATA DIVISION.

           FILE SECTION.

               FD PeriodFile.
                   COPY "PeriodRec.cpy".

               FD HistoryFile.
                   COPY "PostRec.cpy".
                   COPY "PostHKey.cpy".

               FD PostCatFile.
                   1 PostHCatalogRecord.
                       2 PCatFileName PIC X(100).
                       2 PCatMonth PIC 9(6).
                       2 PCatLineCount PIC 9(7).
                       2 PCatAmountHash PIC 9(13)V99.

               FD ArchHistFile.
                   COPY "PostRec.cpy"
                       REPLACING LEADING ==PostH== BY ==ArchH==.

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

               FD BalanceFile.
                   COPY "BalRec.cpy".

               FD CertReport.
                   1 CertLine PIC X(100).

           WORKING-STORAGE SECTION.

               1 WSPeriodFileName PIC X(100).
               1 WSHistFileName PIC X(100).
               1 WSPostCatName PIC X(100).
               1 WSArchFileName PIC X(100).
               1 WSPostJrnlName PIC X(100).
               1 WSBalFileName PIC X(100).
               1 WSReportFileName PIC X(100).

               1 WSPeriodStatus PIC X(2).
                   88 WSPeriodOK VALUE '00'.
                   88 WSPeriodMissing VALUE '35'.
               1 WSHistFileStatus PIC X(2).
                   88 WSHistFileOK VALUE '00'.
               1 WSPostCatStatus PIC X(2).
                   88 WSPostCatOK VALUE '00'.
               1 WSArchFileStatus PIC X(2).
                   88 WSArchFileOK VALUE '00'.
               1 WSPostJrnlStatus PIC X(2).
                   88 WSPostJrnlOK VALUE '00'.
               1 WSBalFileStatus PIC X(2).
                   88 WSBalFileOK VALUE '00'.

               1 WSEOF PIC X(1).
                   88 WSAtEOF VALUE 'Y'.
               1 WSCatEOF PIC X(1).
                   88 WSCatAtEOF VALUE 'Y'.

               1 WSOperatorId PIC X(8).
               1 WSOperatorRole PIC X(1).
                   88 WSRoleSupervisor VALUE 'S', ' '.
               1 WSSignonValid PIC X(1).
                   88 WSSignonOK VALUE 'Y'.

               1 WSBizDateParm PIC X(8).
               1 WSRunDate PIC 9(8).
               1 WSRunParts REDEFINES WSRunDate.
                   2 WSRunYear PIC 9(4).
                   2 WSRunMonth PIC 9(2).
                   2 WSRunDay PIC 9(2).

      *    The month being closed, the one before it, and the one
      *    after the latest month already closed.
               1 WSMonthParm PIC X(6).
               1 WSCloseMonth PIC 9(6).
               1 WSCloseParts REDEFINES WSCloseMonth.
                   2 WSCloseYear PIC 9(4).
                   2 WSCloseMon PIC 9(2).
               1 WSPriorMonth PIC 9(6).
               1 WSPriorParts REDEFINES WSPriorMonth.
                   2 WSPriorYear PIC 9(4).
                   2 WSPriorMon PIC 9(2).
               1 WSNextOpen PIC 9(6).
               1 WSNextParts REDEFINES WSNextOpen.
                   2 WSNextYear PIC 9(4).
                   2 WSNextMon PIC 9(2).
               1 WSClosedThru PIC 9(6) VALUE ZERO.

               1 WSPriorFoundFlag PIC X(1) VALUE 'N'.
                   88 WSPriorFound VALUE 'Y'.
               1 WSPriorClosing PIC S9(11)V99 VALUE ZERO.

      *    The certified figures.
               1 WSOpening PIC S9(11)V99 VALUE ZERO.
               1 WSMonthDebits PIC 9(11)V99 VALUE ZERO.
               1 WSMonthCredits PIC 9(11)V99 VALUE ZERO.
               1 WSClosing PIC S9(11)V99 VALUE ZERO.
               1 WSAfterNet PIC S9(11)V99 VALUE ZERO.
               1 WSBalTotal PIC S9(11)V99 VALUE ZERO.
               1 WSImpliedClose PIC S9(11)V99 VALUE ZERO.
               1 WSMonthLines PIC 9(7) VALUE ZERO.

               1 WSReconRC PIC 9(4) VALUE ZERO.

               1 WSTieFlag PIC X(1) VALUE 'N'.
                   88 WSBalanceTies VALUE 'Y'.
               1 WSOpenTieFlag PIC X(1) VALUE 'N'.
                   88 WSOpeningTies VALUE 'Y'.
               1 WSCertifiableFlag PIC X(1) VALUE 'N'.
                   88 WSCertifiable VALUE 'Y'.

               1 WSDecision PIC X(1).
                   88 WSCertifyIt VALUES 'Y', 'y'.

      *    Archived months already replayed, so a month catalogued
      *    twice is counted once.
               1 WSSeenMonMax PIC 9(3) VALUE 240.
               1 WSSeenMonCount PIC 9(3) VALUE ZERO.
               1 WSSeenMonIdx PIC 9(3).
               1 SeenMonTable.
                   2 SeenMonth OCCURS 240 TIMES PIC 9(6).
               1 WSMonthSeenFlag PIC X(1).
                   88 WSMonthSeen VALUE 'Y'.

      *    The GLInterface categories, in GLMap.cpy order, each
      *    accumulating the month's items and its debit and credit
      *    side.
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
               1 WSCatIdx PIC 99.
               1 WSCategory PIC X(8).

               1 CategoryTable.
                   2 CatEntry OCCURS 15 TIMES.
                       3 CatCount PIC 9(7).
                       3 CatDebit PIC 9(11)V99.
                       3 CatCredit PIC 9(11)V99.

      *    The month's 'O' and 'A' posting-journal entries, each
      *    consumed by the first history line it explains.
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
               1 WSSpecialOverflow PIC 9(5) VALUE ZERO.

               1 HeadLine1.
                   2 FILLER PIC X(38)
                       VALUE " Month-end close certification for ".
                   2 PrnHeadMonth PIC 9(6).

               1 HeadLine2.
                   2 FILLER PIC X(12) VALUE " Category".
                   2 FILLER PIC X(10) VALUE "    Items".
                   2 FILLER PIC X(18) VALUE "            Debits".
                   2 FILLER PIC X(18) VALUE "           Credits".

               1 DetailLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnDetCategory PIC X(8).
                   2 FILLER PIC X(3) VALUE SPACE.
                   2 PrnDetCount PIC Z(8)9.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnDetDebit PIC Z(13)9.99.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnDetCredit PIC Z(13)9.99.

               1 TotalLine.
                   2 FILLER PIC X(12) VALUE " Month".
                   2 PrnTotCount PIC Z(8)9.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnTotDebit PIC Z(13)9.99.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnTotCredit PIC Z(13)9.99.

               1 FigureLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnFigLabel PIC X(40).
                   2 PrnFigAmount PIC -(13)9.99.
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnFigNote PIC X(30).

               1 TextLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnText PIC X(90).

               1 WSShowAmount PIC -(11)9.99.

               1 WSBnrFunction PIC X(1).
               1 WSBnrReportName PIC X(20) VALUE "CloseCert".
               1 WSBnrRequestor PIC X(8).
               1 WSBnrCount PIC 9(7) VALUE ZERO.
               1 WSBnrLine1 PIC X(80).
               1 WSBnrLine2 PIC X(80).

               1 WSCatReportName PIC X(20).
               1 WSCatFileName PIC X(100).
               1 WSCatPages PIC 9(4) VALUE ZERO.
               1 WSCatRecords PIC 9(7).

      *    Run-log work area handed to the shared RunLog subprogram.
               1 WSLogStepName PIC X(20) VALUE "PeriodClose".
               1 WSLogEvent PIC X(1).
               1 WSLogRecords PIC 9(7) VALUE ZERO.
               1 WSLogRejects PIC 9(7) VALUE ZERO.
               1 WSLogRC PIC 9(4) VALUE ZERO.
               1 WSLogCapacity PIC 9(5) VALUE ZERO.

      *|==============================================================|

       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               PERFORM LoadFileNames
               CALL 'OperSignon' USING WSOperatorId WSOperatorRole
                   WSSignonValid
               IF NOT WSSignonOK
                   DISPLAY "Access denied."
                   GOBACK
               END-IF
               IF NOT WSRoleSupervisor
                   DISPLAY "The month-end close is restricted to "
                       "supervisors."
                   GOBACK
               END-IF
               PERFORM ReadPeriodControl
               PERFORM ChooseCloseMonth
               IF WSCloseMonth = ZERO
                   GOBACK
               END-IF
               MOVE 'S' TO WSLogEvent
               PERFORM WriteRunLogRecord
               INITIALIZE CategoryTable
               PERFORM LoadSpecialPostings
               PERFORM TallyLiveHistory
               PERFORM TallyArchivedHistory
               PERFORM TotalBalanceFile
               COMPUTE WSClosing =
                   WSOpening + WSMonthDebits - WSMonthCredits
               COMPUTE WSImpliedClose = WSBalTotal - WSAfterNet
               IF WSImpliedClose = WSClosing
                   SET WSBalanceTies TO TRUE
               END-IF
               IF NOT WSPriorFound OR WSPriorClosing = WSOpening
                   SET WSOpeningTies TO TRUE
               END-IF
               DISPLAY "Running PostRecon ..."
               CALL 'PostRecon'
               MOVE RETURN-CODE TO WSReconRC
               MOVE ZERO TO RETURN-CODE
               IF WSBalanceTies AND WSOpeningTies
                   AND WSReconRC = ZERO
                   SET WSCertifiable TO TRUE
               END-IF
               PERFORM PrintCertification
               PERFORM ShowCertification
               IF WSCertifiable
                   DISPLAY "Certify " WSCloseMonth
                       " and lock it against posting (Y/N) : "
                       WITH NO ADVANCING
                   ACCEPT WSDecision
               ELSE
                   MOVE 'N' TO WSDecision
               END-IF
               PERFORM SignOffReport
               MOVE 'E' TO WSLogEvent
               MOVE WSMonthLines TO WSLogRecords
               PERFORM WriteRunLogRecord
               MOVE WSLogRC TO RETURN-CODE
               GOBACK.

           LoadFileNames.
               ACCEPT WSPeriodFileName FROM ENVIRONMENT "CUSTPERIOD"
                   ON EXCEPTION
                       MOVE "PeriodCtl.dat" TO WSPeriodFileName
               END-ACCEPT
               ACCEPT WSHistFileName FROM ENVIRONMENT "CUSTPOSTH"
                   ON EXCEPTION
                       MOVE "PostHist.dat" TO WSHistFileName
               END-ACCEPT
               ACCEPT WSPostCatName FROM ENVIRONMENT
                       "CUSTPOSTHCAT"
                   ON EXCEPTION
                       MOVE "PostHCatalog.dat" TO WSPostCatName
               END-ACCEPT
               ACCEPT WSPostJrnlName FROM ENVIRONMENT "CUSTPOSTJ"
                   ON EXCEPTION
                       MOVE "PostJournal.log" TO WSPostJrnlName
               END-ACCEPT
               ACCEPT WSBalFileName FROM ENVIRONMENT "CUSTBAL"
                   ON EXCEPTION
                       MOVE "CustBal.dat" TO WSBalFileName
               END-ACCEPT
               ACCEPT WSReportFileName FROM ENVIRONMENT
                       "CUSTCLOSERPT"
                   ON EXCEPTION
                       MOVE "CloseCert.rpt" TO WSReportFileName
               END-ACCEPT
               ACCEPT WSBizDateParm FROM ENVIRONMENT "CUSTBIZDATE"
                   ON EXCEPTION
                       MOVE SPACES TO WSBizDateParm
               END-ACCEPT
               IF WSBizDateParm = SPACES
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WSRunDate
               ELSE
                   MOVE WSBizDateParm TO WSRunDate
               END-IF.

      *|==============================================================|
      *    ReadPeriodControl finds the latest month already closed.
      *|==============================================================|

           ReadPeriodControl.
               MOVE 'N' TO WSEOF
               OPEN INPUT PeriodFile
               IF NOT WSPeriodOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ PeriodFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF PerMonth > WSClosedThru
                               MOVE PerMonth TO WSClosedThru
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PeriodFile.

      *|==============================================================|
      *    ChooseCloseMonth offers the month before the business
      *    date and holds the supervisor to the order months close
      *    in. WSCloseMonth comes back zero when nothing may be
      *    closed.
      *|==============================================================|

           ChooseCloseMonth.
               IF WSRunMonth = 1
                   COMPUTE WSCloseYear = WSRunYear - 1
                   MOVE 12 TO WSCloseMon
               ELSE
                   MOVE WSRunYear TO WSCloseYear
                   COMPUTE WSCloseMon = WSRunMonth - 1
               END-IF
               IF WSClosedThru = ZERO
                   DISPLAY "No month has been closed yet."
               ELSE
                   DISPLAY "Months are closed through "
                       WSClosedThru "."
               END-IF
               DISPLAY "Month to close (yyyymm, blank = "
                   WSCloseMonth ") : " WITH NO ADVANCING
               ACCEPT WSMonthParm
               IF WSMonthParm NOT = SPACES
                   IF WSMonthParm IS NOT NUMERIC
                       DISPLAY "Month must be six digits, yyyymm."
                       MOVE ZERO TO WSCloseMonth
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WSMonthParm TO WSCloseMonth
               END-IF
               IF WSCloseMon < 1 OR WSCloseMon > 12
                   DISPLAY "Month " WSCloseMonth " is not a month."
                   MOVE ZERO TO WSCloseMonth
                   EXIT PARAGRAPH
               END-IF
               IF WSCloseMonth NOT < WSRunDate(1:6)
                   DISPLAY "Month " WSCloseMonth " is not over yet."
                   MOVE ZERO TO WSCloseMonth
                   EXIT PARAGRAPH
               END-IF
               IF WSClosedThru NOT = ZERO
                   IF WSCloseMonth NOT > WSClosedThru
                       DISPLAY "Month " WSCloseMonth
                           " is already closed."
                       MOVE ZERO TO WSCloseMonth
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WSClosedThru TO WSNextOpen
                   IF WSNextMon = 12
                       ADD 1 TO WSNextYear
                       MOVE 1 TO WSNextMon
                   ELSE
                       ADD 1 TO WSNextMon
                   END-IF
                   IF WSCloseMonth NOT = WSNextOpen
                       DISPLAY "Months close in order: " WSNextOpen
                           " must be closed first."
                       MOVE ZERO TO WSCloseMonth
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               MOVE WSCloseMonth TO WSPriorMonth
               IF WSPriorMon = 1
                   SUBTRACT 1 FROM WSPriorYear
                   MOVE 12 TO WSPriorMon
               ELSE
                   SUBTRACT 1 FROM WSPriorMon
               END-IF
               PERFORM FindPriorClose.

           FindPriorClose.
               MOVE 'N' TO WSEOF
               OPEN INPUT PeriodFile
               IF NOT WSPeriodOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ PeriodFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF PerMonth = WSPriorMonth
                               SET WSPriorFound TO TRUE
                               MOVE PerClosing TO WSPriorClosing
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PeriodFile.

      *|==============================================================|
      *    LoadSpecialPostings keeps the posting journal's 'O' and
      *    'A' entries stamped from the month's start on, with the
      *    direction the balance moved, as GLInterface does for a
      *    day.
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
                           IF PJrnlTimestamp(1:6) >= WSCloseMonth
                               AND (PJrnlType = 'O'
                                   OR PJrnlType = 'A')
                               PERFORM KeepSpecialPosting
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PostJournalFile
               IF WSSpecialOverflow > ZERO
                   DISPLAY "PeriodClose: " WSSpecialOverflow
                       " overrides and adjustments past the table "
                       "count as plain debits and credits."
               END-IF.

           KeepSpecialPosting.
               IF WSSpecialCount NOT < WSSpecialMax
                   ADD 1 TO WSSpecialOverflow
                   EXIT PARAGRAPH
               END-IF
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
      *    TallyLiveHistory and TallyArchivedHistory put every
      *    posting ever made in one of three places: before the
      *    month (the opening), in it (by category), or after it
      *    (the movement since, to tie back to today's balances).
      *|==============================================================|

           TallyLiveHistory.
               MOVE 'N' TO WSEOF
               OPEN INPUT HistoryFile
               IF NOT WSHistFileOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ HistoryFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           PERFORM TallyOneLine
                   END-READ
               END-PERFORM
               CLOSE HistoryFile.

           TallyArchivedHistory.
               MOVE 'N' TO WSCatEOF
               OPEN INPUT PostCatFile
               IF NOT WSPostCatOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSCatAtEOF
                   READ PostCatFile
                       AT END SET WSCatAtEOF TO TRUE
                       NOT AT END
                           PERFORM TallyOneArchive
                   END-READ
               END-PERFORM
               CLOSE PostCatFile.

           TallyOneArchive.
               MOVE 'N' TO WSMonthSeenFlag
               PERFORM VARYING WSSeenMonIdx FROM 1 BY 1
                       UNTIL WSSeenMonIdx > WSSeenMonCount
                   IF SeenMonth(WSSeenMonIdx) = PCatMonth
                       MOVE 'Y' TO WSMonthSeenFlag
                   END-IF
               END-PERFORM
               IF WSMonthSeen
                   EXIT PARAGRAPH
               END-IF
               IF WSSeenMonCount < WSSeenMonMax
                   ADD 1 TO WSSeenMonCount
                   MOVE PCatMonth TO SeenMonth(WSSeenMonCount)
               END-IF
               MOVE PCatFileName TO WSArchFileName
               MOVE 'N' TO WSEOF
               OPEN INPUT ArchHistFile
               IF NOT WSArchFileOK
                   DISPLAY "PeriodClose: archive "
                       FUNCTION TRIM(WSArchFileName)
                       " is not on disk."
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ ArchHistFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           MOVE ArchHistRecord TO PostHistRecord
                           PERFORM TallyOneLine
                   END-READ
               END-PERFORM
               CLOSE ArchHistFile.

           TallyOneLine.
               EVALUATE TRUE
                   WHEN PostHDate(1:6) < WSCloseMonth
                       IF PostHDebit
                           ADD PostHAmount TO WSOpening
                       ELSE
                           SUBTRACT PostHAmount FROM WSOpening
                       END-IF
                   WHEN PostHDate(1:6) = WSCloseMonth
                       PERFORM ClassifyMonthLine
                   WHEN OTHER
                       IF PostHDebit
                           ADD PostHAmount TO WSAfterNet
                       ELSE
                           SUBTRACT PostHAmount FROM WSAfterNet
                       END-IF
               END-EVALUATE.

           ClassifyMonthLine.
               ADD 1 TO WSMonthLines
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
               IF PostHDebit
                   ADD PostHAmount TO WSMonthDebits
               ELSE
                   ADD PostHAmount TO WSMonthCredits
               END-IF
               PERFORM VARYING WSCatIdx FROM 1 BY 1
                       UNTIL WSCatIdx > WSCatMax
                   IF CategoryCode(WSCatIdx) = WSCategory
                       ADD 1 TO CatCount(WSCatIdx)
                       IF PostHDebit
                           ADD PostHAmount TO CatDebit(WSCatIdx)
                       ELSE
                           ADD PostHAmount TO CatCredit(WSCatIdx)
                       END-IF
                   END-IF
               END-PERFORM.

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

           TotalBalanceFile.
               MOVE 'N' TO WSEOF
               OPEN INPUT BalanceFile
               IF NOT WSBalFileOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ BalanceFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           ADD BalAmount TO WSBalTotal
                   END-READ
               END-PERFORM
               CLOSE BalanceFile.

      *|==============================================================|
      *    PrintCertification writes everything but the sign-off,
      *    which SignOffReport adds once the supervisor has
      *    answered.
      *|==============================================================|

           PrintCertification.
               OPEN OUTPUT CertReport
               MOVE WSOperatorId TO WSBnrRequestor
               MOVE 'B' TO WSBnrFunction
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   WSBnrRequestor WSBnrCount WSBnrLine1 WSBnrLine2
               WRITE CertLine FROM WSBnrLine1
               WRITE CertLine FROM WSBnrLine2
               MOVE WSCloseMonth TO PrnHeadMonth
               WRITE CertLine FROM HeadLine1
                   AFTER ADVANCING 1 LINE
               MOVE "Opening total balance" TO PrnFigLabel
               MOVE WSOpening TO PrnFigAmount
               IF WSPriorFound
                   IF WSOpeningTies
                       MOVE "agrees with prior close"
                           TO PrnFigNote
                   ELSE
                       MOVE "** DIFFERS FROM PRIOR CLOSE **"
                           TO PrnFigNote
                   END-IF
               ELSE
                   MOVE "no prior close on file" TO PrnFigNote
               END-IF
               WRITE CertLine FROM FigureLine
                   AFTER ADVANCING 2 LINES
               IF WSPriorFound AND NOT WSOpeningTies
                   MOVE "Prior close certified closing"
                       TO PrnFigLabel
                   MOVE WSPriorClosing TO PrnFigAmount
                   MOVE SPACES TO PrnFigNote
                   WRITE CertLine FROM FigureLine
                       AFTER ADVANCING 1 LINE
               END-IF
               WRITE CertLine FROM HeadLine2
                   AFTER ADVANCING 2 LINES
               PERFORM VARYING WSCatIdx FROM 1 BY 1
                       UNTIL WSCatIdx > WSCatMax
                   IF CatCount(WSCatIdx) > ZERO
                       MOVE CategoryCode(WSCatIdx) TO PrnDetCategory
                       MOVE CatCount(WSCatIdx) TO PrnDetCount
                       MOVE CatDebit(WSCatIdx) TO PrnDetDebit
                       MOVE CatCredit(WSCatIdx) TO PrnDetCredit
                       WRITE CertLine FROM DetailLine
                           AFTER ADVANCING 1 LINE
                   END-IF
               END-PERFORM
               MOVE WSMonthLines TO PrnTotCount
               MOVE WSMonthDebits TO PrnTotDebit
               MOVE WSMonthCredits TO PrnTotCredit
               WRITE CertLine FROM TotalLine
                   AFTER ADVANCING 2 LINES
               MOVE "Closing total balance" TO PrnFigLabel
               MOVE WSClosing TO PrnFigAmount
               MOVE SPACES TO PrnFigNote
               WRITE CertLine FROM FigureLine
                   AFTER ADVANCING 2 LINES
               MOVE "Balance file today" TO PrnFigLabel
               MOVE WSBalTotal TO PrnFigAmount
               WRITE CertLine FROM FigureLine
                   AFTER ADVANCING 2 LINES
               MOVE "less posted since the month ended"
                   TO PrnFigLabel
               MOVE WSAfterNet TO PrnFigAmount
               WRITE CertLine FROM FigureLine
                   AFTER ADVANCING 1 LINE
               MOVE "Balance file at month end" TO PrnFigLabel
               MOVE WSImpliedClose TO PrnFigAmount
               IF WSBalanceTies
                   MOVE "agrees with closing total" TO PrnFigNote
               ELSE
                   MOVE "** DIFFERS FROM CLOSING TOTAL **"
                       TO PrnFigNote
               END-IF
               WRITE CertLine FROM FigureLine
                   AFTER ADVANCING 1 LINE
               MOVE SPACES TO PrnText
               IF WSReconRC = ZERO
                   MOVE "PostRecon: balance file and posting history "
                       & "agree (return code 0)." TO PrnText
               ELSE
                   STRING "PostRecon: MISMATCHES, return code "
                       WSReconRC " -- see PostRecon.rpt."
                       DELIMITED BY SIZE INTO PrnText
                   END-STRING
               END-IF
               WRITE CertLine FROM TextLine
                   AFTER ADVANCING 2 LINES.

           ShowCertification.
               DISPLAY " "
               DISPLAY "Close certification for " WSCloseMonth
               MOVE WSOpening TO WSShowAmount
               DISPLAY "  Opening total balance  " WSShowAmount
               MOVE WSMonthDebits TO WSShowAmount
               DISPLAY "  Month's debits         " WSShowAmount
               MOVE WSMonthCredits TO WSShowAmount
               DISPLAY "  Month's credits        " WSShowAmount
               MOVE WSClosing TO WSShowAmount
               DISPLAY "  Closing total balance  " WSShowAmount
               IF NOT WSBalanceTies
                   DISPLAY "  The balance file does not tie to the "
                       "closing total."
               END-IF
               IF NOT WSOpeningTies
                   DISPLAY "  The opening total does not tie to the "
                       "prior close."
               END-IF
               IF WSReconRC NOT = ZERO
                   DISPLAY "  PostRecon found mismatches."
               END-IF
               DISPLAY "Full certification on "
                   FUNCTION TRIM(WSReportFileName) ".".

      *|==============================================================|
      *    SignOffReport records the supervisor's answer on the
      *    report and, on a certification, locks the month.
      *|==============================================================|

           SignOffReport.
               MOVE SPACES TO PrnText
               EVALUATE TRUE
                   WHEN NOT WSCertifiable
                       MOVE "NOT CERTIFIED -- the figures do not tie;"
                           & " the month stays open." TO PrnText
                       MOVE 12 TO WSLogRC
                   WHEN WSCertifyIt
                       PERFORM LockPeriod
                       STRING "Certified and locked by "
                           WSOperatorId " at " PerStamp
                           DELIMITED BY SIZE INTO PrnText
                       END-STRING
                   WHEN OTHER
                       STRING "Not certified by " WSOperatorId
                           "; the month stays open."
                           DELIMITED BY SIZE INTO PrnText
                       END-STRING
                       MOVE 4 TO WSLogRC
               END-EVALUATE
               WRITE CertLine FROM TextLine
                   AFTER ADVANCING 2 LINES
               MOVE 'T' TO WSBnrFunction
               MOVE WSMonthLines TO WSBnrCount
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   WSBnrRequestor WSBnrCount WSBnrLine1 WSBnrLine2
               WRITE CertLine FROM WSBnrLine1
               CLOSE CertReport
               MOVE "CloseCert" TO WSCatReportName
               MOVE WSReportFileName TO WSCatFileName
               MOVE WSMonthLines TO WSCatRecords
               CALL 'RptCatalog' USING WSCatReportName
                   WSCatFileName WSCatPages WSCatRecords
               DISPLAY FUNCTION TRIM(PrnText).

           LockPeriod.
               OPEN EXTEND PeriodFile
               IF WSPeriodMissing
                   OPEN OUTPUT PeriodFile
               END-IF
               MOVE WSCloseMonth TO PerMonth
               MOVE WSRunDate TO PerCloseDate
               MOVE FUNCTION CURRENT-DATE(1:14) TO PerStamp
               MOVE WSOperatorId TO PerSupervisor
               MOVE WSOpening TO PerOpening
               MOVE WSMonthDebits TO PerDebits
               MOVE WSMonthCredits TO PerCredits
               MOVE WSClosing TO PerClosing
               WRITE PeriodCloseRecord
               CLOSE PeriodFile.

           WriteRunLogRecord.
               CALL 'RunLog' USING WSLogStepName WSLogEvent
                   WSLogRecords WSLogRejects WSLogRC
                   WSLogCapacity.

      *|==============================================================|
