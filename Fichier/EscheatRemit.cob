      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EscheatRemit.

      *|==============================================================|
      *    EscheatRemit closes the unclaimed-property cases whose
      *    response window has run out. A case is due when it still
      *    awaits an answer -- lettered, or the letter came back
      *    undeliverable -- and its letter went out at least the
      *    window (CUSTESCHWAIT, default 90 days, by DateCalc)
      *    before the run date.
      *
      *    Each due case is settled one of three ways. A customer
      *    who has posted something of their own since the letter
      *    (the EscheatRun test, live and archived history), or
      *    whose credit balance is gone, has the case withdrawn.
      *    One under a legal hold (LegalCheck) stays open and is
      *    listed. Every other case escheats: the lesser of the case
      *    amount and the credit still on the account goes to the
      *    holder state (CUSTESCHSTATE, default TX).
      *
      *    The escheated items go three places: the state remittance
      *    file (CUSTESCHFILE, default EscheatRemit.dat -- a header,
      *    one detail per owner with the last known address, and a
      *    trailer carrying the count and total), the remittance
      *    report (CUSTESCHREMRPT, default EscheatRemit.rpt), and the
      *    pending posting file (CUSTPOSTIN, default PostTrans.dat)
      *    as 'A' debit adjustments described ESCHEAT REMITTANCE
      *    under one batch header, so the night's PostTrans takes
      *    the credit off the balance and the statement, PostRecon
      *    and the general ledger all see the money leave.
      *
      *    Each remittance file is logged under ESCHEAT on the
      *    interface log (IfaceLog) with its item count and remitted
      *    total.
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT EscheatFile ASSIGN TO WSEschFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EschKey
                   FILE STATUS IS WSEschFileStatus.

               SELECT BalanceFile ASSIGN TO WSBalFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS BalIDNum
                   FILE STATUS IS WSBalFileStatus.

               SELECT CustomerFile ASSIGN TO WSCustFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS IDNum
                   ALTERNATE RECORD KEY IS LastName
                       WITH DUPLICATES
                   FILE STATUS IS WSFileStatus.

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

               SELECT RemitFile ASSIGN TO WSRemitFileName
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT PostingFile ASSIGN TO WSPostFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSPostFileStatus.

               SELECT RemitReport ASSIGN TO WSReportFileName
                   ORGANIZATION IS LINE SEQUENTIAL.

      *|==============================================================|

       DATA DIVISION.

           FILE SECTION.

               FD EscheatFile.
                   COPY "EschRec.cpy".

               FD BalanceFile.
                   COPY "BalRec.cpy".

               FD CustomerFile.
                   COPY "CustRec.cpy".

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

      *    The state remittance file: a header naming the holder and
      *    the state, one detail per owner, and a trailer carrying
      *    the count and total the state proves the file by.
               FD RemitFile.
                   1 RemitHeader.
                       2 RemHType PIC X(1).
                       2 RemHHolder PIC X(30).
                       2 RemHState PIC X(2).
                       2 RemHRunDate PIC 9(8).
                       2 RemHReportYear PIC 9(4).
                   1 RemitDetail.
                       2 RemDType PIC X(1).
                       2 RemDIDNum PIC 9(7).
                       2 RemDName PIC X(31).
                       2 RemDAddrNum PIC 9(3).
                       2 RemDAddrStreet PIC X(40).
                       2 RemDAddrCity PIC X(20).
                       2 RemDAddrZip PIC X(5).
                       2 RemDAddrPostal PIC X(10).
                       2 RemDAddrCountry PIC X(2).
                       2 RemDLastActivity PIC 9(8).
                       2 RemDAmount PIC 9(7)V99.
                   1 RemitTrailer.
                       2 RemTType PIC X(1).
                       2 RemTCount PIC 9(7).
                       2 RemTTotal PIC 9(9)V99.

      *    Output in the PostTrans input layout: the adjustment line
      *    and the batch header it travels under.
               FD PostingFile.
                   1 PostingAdjustment.
                       2 PAdjIDNum PIC 9(7).
                       2 PAdjType PIC X(1).
                       2 PAdjAmount PIC 9(7)V99.
                       2 PAdjDirection PIC X(1).
                       2 PAdjDesc PIC X(19).
                   1 PostingBatchHeader.
                       2 PBHIDNum PIC 9(7).
                       2 PBHType PIC X(1).
                       2 PBHDepositDate PIC 9(8).
                       2 PBHItemCount PIC 9(7).
                       2 PBHDebitTotal PIC 9(9)V99.
                       2 PBHCreditTotal PIC 9(9)V99.
                       2 PBHOperator PIC X(8).

               FD RemitReport.
                   1 RemitLine PIC X(100).

           WORKING-STORAGE SECTION.

               1 WSEschFileName PIC X(100).
               1 WSBalFileName PIC X(100).
               1 WSCustFileName PIC X(100).
               1 WSHistFileName PIC X(100).
               1 WSPostCatName PIC X(100).
               1 WSArchFileName PIC X(100).
               1 WSRemitFileName PIC X(100).
               1 WSPostFileName PIC X(100).
               1 WSReportFileName PIC X(100).

               1 WSEschFileStatus PIC X(2).
                   88 WSEschFileOK VALUE '00'.
               1 WSBalFileStatus PIC X(2).
                   88 WSBalFileOK VALUE '00'.
               1 WSFileStatus PIC X(2).
                   88 WSFileOK VALUE '00'.
               1 WSHistFileStatus PIC X(2).
                   88 WSHistFileOK VALUE '00'.
               1 WSPostCatStatus PIC X(2).
                   88 WSPostCatOK VALUE '00'.
               1 WSArchFileStatus PIC X(2).
                   88 WSArchFileOK VALUE '00'.
               1 WSPostFileStatus PIC X(2).
                   88 WSPostFileMissing VALUE '35'.

               1 WSEOF PIC X(1).
                   88 WSAtEOF VALUE 'Y'.
               1 WSCatEOF PIC X(1).
                   88 WSCatAtEOF VALUE 'Y'.

               1 WSBizDateParm PIC X(8).
               1 WSRunDate PIC 9(8).

               1 WSWaitParm PIC X(5).
               1 WSWaitDays PIC 9(5).
               1 WSHolderState PIC X(2).

      *    The due cases, in key order off the case file so the
      *    history scan can SEARCH ALL them; an Id carries at most
      *    one awaiting case, since EscheatRun letters no one twice.
               1 WSDueMax PIC 9(4) VALUE 2000.
               1 WSDueCount PIC 9(4) VALUE ZERO.

               1 DueTable.
                   2 DueEntry OCCURS 1 TO 2000 TIMES
                       DEPENDING ON WSDueCount
                       ASCENDING KEY IS DueIDNum
                       INDEXED BY DueIdx.
                       3 DueIDNum PIC 9(7).
                       3 DueYear PIC 9(4).
                       3 DueLetterDate PIC 9(8).
                       3 DueActive PIC X(1).
                       3 DueRemit PIC 9(7)V99.

               1 WSDueIdx PIC 9(4).

      *    What the system posts on its own, as EscheatRun reads it.
               1 SystemDescList.
                   2 FILLER PIC X(20) VALUE "MONTHLY SERVICE FEE".
                   2 FILLER PIC X(20) VALUE "LATE INTEREST".
                   2 FILLER PIC X(20) VALUE "NSF FEE".
                   2 FILLER PIC X(20) VALUE "WRITE-OFF".
                   2 FILLER PIC X(20) VALUE "REFUND CHECK".
                   2 FILLER PIC X(20) VALUE "DISPUTE CREDIT".
                   2 FILLER PIC X(20) VALUE "ESCHEAT REMITTANCE".
               1 SystemDescs REDEFINES SystemDescList.
                   2 SystemDesc OCCURS 7 TIMES PIC X(20).

               1 WSSysIdx PIC 9(2).

               1 WSSystemFlag PIC X(1).
                   88 WSSystemPosting VALUE 'Y'.

               1 WSCredit PIC 9(7)V99.
               1 WSRemitAmount PIC 9(7)V99.

               1 WSDateCalcOp PIC X(1).
               1 WSDateCalcDays PIC S9(7).
               1 WSDateCalcResult PIC 9(8).
               1 WSDateCalcDow PIC 9(1).
               1 WSDateCalcValid PIC X(1).

      *    Legal-hold verdict from the shared LegalCheck subprogram.
               1 WSLegalAnswer PIC X(1).
                   88 WSLegalHeld VALUE 'Y'.
               1 WSLegalType PIC X(1).
               1 WSLegalName PIC X(10).

               1 WSRemitCount PIC 9(7) VALUE ZERO.
               1 WSRemitTotal PIC 9(9)V99 VALUE ZERO.
               1 WSWithdrawnCount PIC 9(5) VALUE ZERO.
               1 WSLegalCount PIC 9(5) VALUE ZERO.

      *    Report lines.
               1 HeadLine1.
                   2 FILLER PIC X(36)
                       VALUE " Unclaimed property remitted to     ".
                   2 PrnHeadState PIC X(2).
                   2 FILLER PIC X(4) VALUE "    ".
                   2 PrnHeadDate PIC 9(8).

               1 HeadLine2.
                   2 FILLER PIC X(30)
                       VALUE "   Id      Name".
                   2 FILLER PIC X(36)
                       VALUE "           Remitted  Last active".
                   2 FILLER PIC X(10) VALUE "  Year".

               1 DetailLine.
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnDetId PIC 9(7).
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnDetName PIC X(31).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnDetAmount PIC Z,ZZZ,ZZ9.99.
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnDetLastAct PIC 9(8).
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnDetYear PIC 9(4).

               1 NoteLine.
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnNoteId PIC 9(7).
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnNoteText PIC X(40).
                   2 PrnNoteName PIC X(10).

               1 TotalLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnTotLabel PIC X(28).
                   2 PrnTotCount PIC ZZZZZZ9.
                   2 FILLER PIC X(3) VALUE SPACE.
                   2 PrnTotAmount PIC ZZZ,ZZZ,ZZ9.99.

      *    Standard report identification and catalog registration.
               1 WSBnrFunction PIC X(1).
               1 WSBnrReportName PIC X(20) VALUE "EscheatRemit".
               1 WSBnrRequestor PIC X(8) VALUE "BATCH".
               1 WSBnrCount PIC 9(7) VALUE ZERO.
               1 WSBnrLine1 PIC X(80).
               1 WSBnrLine2 PIC X(80).

               1 WSCatReportName PIC X(20).
               1 WSCatFileName PIC X(100).
               1 WSCatPages PIC 9(4) VALUE ZERO.
               1 WSCatRecords PIC 9(7) VALUE ZERO.

      *    Run-log work area handed to the shared RunLog subprogram.
               1 WSLogStepName PIC X(20) VALUE "EscheatRemit".
               1 WSLogEvent PIC X(1).
               1 WSLogRecords PIC 9(7) VALUE ZERO.
               1 WSLogRejects PIC 9(7) VALUE ZERO.
               1 WSLogRC PIC 9(4) VALUE ZERO.
               1 WSLogCapacity PIC 9(5) VALUE ZERO.

      *    Interface-log work area handed to the shared IfaceLog
      *    subprogram.
               1 WSIfcCode PIC X(8) VALUE "ESCHEAT".
               1 WSIfcEvent PIC X(1).
               1 WSIfcRecords PIC 9(7) VALUE ZERO.
               1 WSIfcControl PIC 9(11)V99 VALUE ZERO.
               1 WSIfcFileDate PIC 9(8) VALUE ZERO.

      *|==============================================================|

       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSEschFileName FROM ENVIRONMENT "CUSTESCHEAT"
                   ON EXCEPTION
                       MOVE "Escheat.dat" TO WSEschFileName
               END-ACCEPT
               ACCEPT WSBalFileName FROM ENVIRONMENT "CUSTBAL"
                   ON EXCEPTION
                       MOVE "CustBal.dat" TO WSBalFileName
               END-ACCEPT
               ACCEPT WSCustFileName FROM ENVIRONMENT "CUSTMSTR"
                   ON EXCEPTION
                       MOVE "test.dat" TO WSCustFileName
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
               ACCEPT WSRemitFileName FROM ENVIRONMENT "CUSTESCHFILE"
                   ON EXCEPTION
                       MOVE "EscheatRemit.dat" TO WSRemitFileName
               END-ACCEPT
               ACCEPT WSPostFileName FROM ENVIRONMENT "CUSTPOSTIN"
                   ON EXCEPTION
                       MOVE "PostTrans.dat" TO WSPostFileName
               END-ACCEPT
               ACCEPT WSReportFileName FROM ENVIRONMENT
                       "CUSTESCHREMRPT"
                   ON EXCEPTION
                       MOVE "EscheatRemit.rpt" TO WSReportFileName
               END-ACCEPT
               ACCEPT WSHolderState FROM ENVIRONMENT "CUSTESCHSTATE"
                   ON EXCEPTION
                       MOVE "TX" TO WSHolderState
               END-ACCEPT
               ACCEPT WSWaitParm FROM ENVIRONMENT "CUSTESCHWAIT"
                   ON EXCEPTION
                       MOVE SPACES TO WSWaitParm
               END-ACCEPT
               IF WSWaitParm = SPACES
                   MOVE 90 TO WSWaitDays
               ELSE
                   MOVE WSWaitParm TO WSWaitDays
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
               OPEN I-O EscheatFile
               IF NOT WSEschFileOK
                   DISPLAY "EscheatRemit: no unclaimed-property "
                       "cases on file."
                   MOVE 'E' TO WSLogEvent
                   PERFORM WriteRunLogRecord
                   GOBACK
               END-IF
               PERFORM LoadDueCases
               IF WSDueCount = ZERO
                   DISPLAY "EscheatRemit: no case is past its "
                       "response window."
                   CLOSE EscheatFile
                   MOVE 'E' TO WSLogEvent
                   PERFORM WriteRunLogRecord
                   GOBACK
               END-IF
               PERFORM ScanActivity
               OPEN INPUT BalanceFile
               OPEN INPUT CustomerFile
               OPEN OUTPUT RemitFile
               OPEN OUTPUT RemitReport
               MOVE 'H' TO RemHType
               MOVE "CUSTOMER ACCOUNTS" TO RemHHolder
               MOVE WSHolderState TO RemHState
               MOVE WSRunDate TO RemHRunDate
               MOVE WSRunDate(1:4) TO RemHReportYear
               WRITE RemitHeader
               MOVE 'B' TO WSBnrFunction
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   WSBnrRequestor WSBnrCount WSBnrLine1 WSBnrLine2
               WRITE RemitLine FROM WSBnrLine1
               WRITE RemitLine FROM WSBnrLine2
               MOVE WSHolderState TO PrnHeadState
               MOVE WSRunDate TO PrnHeadDate
               WRITE RemitLine FROM HeadLine1
                   AFTER ADVANCING 1 LINE
               WRITE RemitLine FROM HeadLine2
                   AFTER ADVANCING 2 LINES
               PERFORM SettleOneCase
                   VARYING WSDueIdx FROM 1 BY 1
                   UNTIL WSDueIdx > WSDueCount
               MOVE 'T' TO RemTType
               MOVE WSRemitCount TO RemTCount
               MOVE WSRemitTotal TO RemTTotal
               WRITE RemitTrailer
               PERFORM PrintRemitTotals
               CLOSE EscheatFile, BalanceFile, CustomerFile,
                   RemitFile, RemitReport
               MOVE 'S' TO WSIfcEvent
               MOVE WSRemitCount TO WSIfcRecords
               MOVE WSRemitTotal TO WSIfcControl
               MOVE WSRunDate TO WSIfcFileDate
               PERFORM WriteIfaceLogRecord
               IF WSRemitCount > ZERO
                   PERFORM WriteRemitPostings
               END-IF
               MOVE "EscheatRemit" TO WSCatReportName
               MOVE WSReportFileName TO WSCatFileName
               MOVE WSRemitCount TO WSCatRecords
               CALL 'RptCatalog' USING WSCatReportName
                   WSCatFileName WSCatPages WSCatRecords
               DISPLAY "EscheatRemit: " WSRemitCount
                   " items remitted to " WSHolderState "."
               MOVE 'E' TO WSLogEvent
               MOVE WSRemitCount TO WSLogRecords
               PERFORM WriteRunLogRecord
               GOBACK.

      *|==============================================================|
      *    LoadDueCases collects every case still awaiting an answer
      *    whose response window has closed.
      *|==============================================================|

           LoadDueCases.
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSAtEOF
                   READ EscheatFile NEXT RECORD
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF EschAwaiting
                               PERFORM NoteOneDueCase
                           END-IF
                   END-READ
               END-PERFORM.

           NoteOneDueCase.
               MOVE 'D' TO WSDateCalcOp
               CALL 'DateCalc' USING WSDateCalcOp EschLetterDate
                   WSRunDate WSDateCalcDays WSDateCalcResult
                   WSDateCalcDow WSDateCalcValid
               IF WSDateCalcValid NOT = 'Y'
                   OR WSDateCalcDays < WSWaitDays
                   EXIT PARAGRAPH
               END-IF
               IF WSDueCount NOT < WSDueMax
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WSDueCount
               MOVE EschIDNum TO DueIDNum(WSDueCount)
               MOVE EschYear TO DueYear(WSDueCount)
               MOVE EschLetterDate TO DueLetterDate(WSDueCount)
               MOVE 'N' TO DueActive(WSDueCount)
               MOVE ZERO TO DueRemit(WSDueCount).

      *|==============================================================|
      *    ScanActivity marks each due case whose owner has posted
      *    something of their own since the letter went out.
      *|==============================================================|

           ScanActivity.
               MOVE 'N' TO WSCatEOF
               OPEN INPUT PostCatFile
               IF WSPostCatOK
                   PERFORM UNTIL WSCatAtEOF
                       READ PostCatFile
                           AT END SET WSCatAtEOF TO TRUE
                           NOT AT END
                               PERFORM ScanOneArchive
                       END-READ
                   END-PERFORM
                   CLOSE PostCatFile
               END-IF
               MOVE 'N' TO WSEOF
               OPEN INPUT HistoryFile
               IF NOT WSHistFileOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ HistoryFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           PERFORM NoteOnePosting
                   END-READ
               END-PERFORM
               CLOSE HistoryFile.

           ScanOneArchive.
               MOVE PCatFileName TO WSArchFileName
               MOVE 'N' TO WSEOF
               OPEN INPUT ArchHistFile
               IF NOT WSArchFileOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ ArchHistFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           MOVE ArchHistRecord TO PostHistRecord
                           PERFORM NoteOnePosting
                   END-READ
               END-PERFORM
               CLOSE ArchHistFile.

           NoteOnePosting.
               IF PostHReversalLine
                   EXIT PARAGRAPH
               END-IF
               MOVE 'N' TO WSSystemFlag
               PERFORM VARYING WSSysIdx FROM 1 BY 1
                   UNTIL WSSysIdx > 7 OR WSSystemPosting
                   IF PostHDesc = SystemDesc(WSSysIdx)
                       MOVE 'Y' TO WSSystemFlag
                   END-IF
               END-PERFORM
               IF WSSystemPosting
                   EXIT PARAGRAPH
               END-IF
               SEARCH ALL DueEntry
                   AT END
                       CONTINUE
                   WHEN DueIDNum(DueIdx) = PostHIDNum
                       IF PostHDate > DueLetterDate(DueIdx)
                           MOVE 'Y' TO DueActive(DueIdx)
                       END-IF
               END-SEARCH.

      *|==============================================================|
      *    SettleOneCase withdraws, holds, or escheats one due case
      *    and rewrites it with the outcome.
      *|==============================================================|

           SettleOneCase.
               MOVE DueIDNum(WSDueIdx) TO EschIDNum
               MOVE DueYear(WSDueIdx) TO EschYear
               READ EscheatFile
                   INVALID KEY
                       EXIT PARAGRAPH
               END-READ
               MOVE ZERO TO WSCredit
               MOVE DueIDNum(WSDueIdx) TO BalIDNum
               READ BalanceFile
                   INVALID KEY
                       MOVE ZERO TO BalAmount
               END-READ
               IF BalAmount < ZERO
                   COMPUTE WSCredit = ZERO - BalAmount
               END-IF
               IF DueActive(WSDueIdx) = 'Y' OR WSCredit = ZERO
                   ADD 1 TO WSWithdrawnCount
                   MOVE DueIDNum(WSDueIdx) TO PrnNoteId
                   IF WSCredit = ZERO
                       MOVE "withdrawn -- no credit left"
                           TO PrnNoteText
                   ELSE
                       MOVE "withdrawn -- customer active"
                           TO PrnNoteText
                   END-IF
                   MOVE SPACES TO PrnNoteName
                   WRITE RemitLine FROM NoteLine
                       AFTER ADVANCING 1 LINE
                   MOVE 'W' TO EschStatus
                   PERFORM RewriteCase
                   EXIT PARAGRAPH
               END-IF
               CALL 'LegalCheck' USING DueIDNum(WSDueIdx)
                   WSLegalAnswer WSLegalType WSLegalName
               IF WSLegalHeld
                   ADD 1 TO WSLegalCount
                   MOVE DueIDNum(WSDueIdx) TO PrnNoteId
                   MOVE "held open -- legal hold:" TO PrnNoteText
                   MOVE WSLegalName TO PrnNoteName
                   WRITE RemitLine FROM NoteLine
                       AFTER ADVANCING 1 LINE
                   EXIT PARAGRAPH
               END-IF
               IF EschAmount < WSCredit
                   MOVE EschAmount TO WSRemitAmount
               ELSE
                   MOVE WSCredit TO WSRemitAmount
               END-IF
               MOVE WSRemitAmount TO DueRemit(WSDueIdx)
               MOVE DueIDNum(WSDueIdx) TO IDNum OF CustomerData
               READ CustomerFile
                   INVALID KEY
                       INITIALIZE CustomerData
               END-READ
               PERFORM WriteRemitDetail
               ADD 1 TO WSRemitCount
               ADD WSRemitAmount TO WSRemitTotal
               MOVE 'E' TO EschStatus
               MOVE WSRunDate TO EschRemitDate
               MOVE WSRemitAmount TO EschRemitAmount
               MOVE WSHolderState TO EschState
               PERFORM RewriteCase.

           RewriteCase.
               MOVE "ESCHEAT" TO EschOperator
               MOVE FUNCTION CURRENT-DATE(1:14) TO EschStamp
               REWRITE EscheatRecord
                   INVALID KEY
                       DISPLAY "EscheatRemit: case rewrite failed "
                           "for " EschIDNum ": " WSEschFileStatus
               END-REWRITE.

           WriteRemitDetail.
               MOVE 'D' TO RemDType
               MOVE DueIDNum(WSDueIdx) TO RemDIDNum
               MOVE SPACES TO RemDName
               IF CustBusiness
                   MOVE CustCompanyName TO RemDName
               ELSE
                   STRING FirstName DELIMITED BY "  "
                          " " DELIMITED BY SIZE
                          LastName DELIMITED BY "  "
                       INTO RemDName
                   END-STRING
               END-IF
               MOVE CustAddrNum TO RemDAddrNum
               MOVE CustAddrStreet TO RemDAddrStreet
               MOVE CustAddrCity TO RemDAddrCity
               MOVE CustAddrZip TO RemDAddrZip
               MOVE CustAddrPostal TO RemDAddrPostal
               MOVE CustAddrCountry TO RemDAddrCountry
               MOVE EschLastActivity TO RemDLastActivity
               MOVE WSRemitAmount TO RemDAmount
               WRITE RemitDetail
               MOVE DueIDNum(WSDueIdx) TO PrnDetId
               MOVE RemDName TO PrnDetName
               MOVE WSRemitAmount TO PrnDetAmount
               MOVE EschLastActivity TO PrnDetLastAct
               MOVE EschYear TO PrnDetYear
               WRITE RemitLine FROM DetailLine
                   AFTER ADVANCING 1 LINE.

           PrintRemitTotals.
               MOVE "Items remitted" TO PrnTotLabel
               MOVE WSRemitCount TO PrnTotCount
               MOVE WSRemitTotal TO PrnTotAmount
               WRITE RemitLine FROM TotalLine
                   AFTER ADVANCING 2 LINES
               MOVE "Cases withdrawn" TO PrnTotLabel
               MOVE WSWithdrawnCount TO PrnTotCount
               MOVE ZERO TO PrnTotAmount
               WRITE RemitLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE "Held open, legal hold" TO PrnTotLabel
               MOVE WSLegalCount TO PrnTotCount
               WRITE RemitLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE 'T' TO WSBnrFunction
               MOVE WSRemitCount TO WSBnrCount
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   WSBnrRequestor WSBnrCount WSBnrLine1 WSBnrLine2
               WRITE RemitLine FROM WSBnrLine1.

      *|==============================================================|
      *    WriteRemitPostings queues the remittances as debit
      *    adjustments under one batch header; the header's debit
      *    side carries them, as PostTrans proves it.
      *|==============================================================|

           WriteRemitPostings.
               OPEN EXTEND PostingFile
               IF WSPostFileMissing
                   OPEN OUTPUT PostingFile
               END-IF
               MOVE ZEROES TO PBHIDNum
               MOVE 'H' TO PBHType
               MOVE WSRunDate TO PBHDepositDate
               MOVE WSRemitCount TO PBHItemCount
               MOVE WSRemitTotal TO PBHDebitTotal
               MOVE ZERO TO PBHCreditTotal
               MOVE "ESCHEAT" TO PBHOperator
               WRITE PostingBatchHeader
               PERFORM VARYING WSDueIdx FROM 1 BY 1
                   UNTIL WSDueIdx > WSDueCount
                   IF DueRemit(WSDueIdx) > ZERO
                       MOVE DueIDNum(WSDueIdx) TO PAdjIDNum
                       MOVE 'A' TO PAdjType
                       MOVE DueRemit(WSDueIdx) TO PAdjAmount
                       MOVE 'D' TO PAdjDirection
                       MOVE "ESCHEAT REMITTANCE" TO PAdjDesc
                       WRITE PostingAdjustment
                   END-IF
               END-PERFORM
               CLOSE PostingFile.

           WriteRunLogRecord.
               CALL 'RunLog' USING WSLogStepName WSLogEvent
                   WSLogRecords WSLogRejects WSLogRC
                   WSLogCapacity.

           WriteIfaceLogRecord.
               CALL 'IfaceLog' USING WSIfcCode WSIfcEvent
                   WSIfcRecords WSIfcControl WSIfcFileDate.

      *|==============================================================|
