      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EscheatRun.

      *|==============================================================|
      *    EscheatRun is the annual unclaimed-property sweep: the
      *    credit balances nobody can refund -- the customer went
      *    quiet, or the mail comes back -- are money the state
      *    requires us to turn over once the owner has been silent
      *    long enough. Each credit balance on the balance file
      *    (CUSTBAL) whose last customer-initiated activity is older
      *    than the dormancy period (CUSTESCHDAYS, default 1095 days
      *    -- three years, by DateCalc) gets an escheatment case on
      *    the case file (CUSTESCHEAT, default Escheat.dat,
      *    EschRec.cpy layout) for the run year, and a due-diligence
      *    letter to the last known address.
      *
      *    Customer-initiated activity is read off the posting
      *    history -- live (CUSTPOSTH) and every archived month the
      *    catalog lists (CUSTPOSTHCAT) -- skipping what the system
      *    posts on its own: the assessments, NSF fees, write-offs,
      *    refund checks, dispute credits, earlier remittances, and
      *    every reversal line. A letter the customer answered on an
      *    earlier case counts as activity on its answer date. An
      *    account with no qualifying line at all is dated from its
      *    creation.
      *
      *    A customer already carrying an unanswered case is not
      *    lettered twice, and one under a legal hold (LegalCheck)
      *    is passed over and listed. The letters go out through
      *    FormLetter (template CUSTESCHLTR, default
      *    EscheatLetter.txt, to EscheatLetters.rpt) as a statutory
      *    notice under campaign ESCHEAT, so neither a do-not-contact
      *    flag nor returned mail stops them. The run's report
      *    (CUSTESCHRPT, default EscheatRun.rpt) lists every case
      *    opened; EscheatMaint records the answers and EscheatRemit
      *    turns the rest over when the response window closes.
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

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

               SELECT EscheatFile ASSIGN TO WSEschFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EschKey
                   FILE STATUS IS WSEschFileStatus.

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

               SELECT IdListFile ASSIGN TO "EscheatDue.ids"
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT EscheatReport ASSIGN TO WSReportFileName
                   ORGANIZATION IS LINE SEQUENTIAL.

      *|==============================================================|

       DATA DIVISION.

           FILE SECTION.

               FD BalanceFile.
                   COPY "BalRec.cpy".

               FD CustomerFile.
                   COPY "CustRec.cpy".

               FD EscheatFile.
                   COPY "EschRec.cpy".

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

               FD IdListFile.
                   1 IdListLine PIC 9(7).

               FD EscheatReport.
                   1 EscheatLine PIC X(100).

           WORKING-STORAGE SECTION.

               1 WSBalFileName PIC X(100).
               1 WSCustFileName PIC X(100).
               1 WSEschFileName PIC X(100).
               1 WSHistFileName PIC X(100).
               1 WSPostCatName PIC X(100).
               1 WSArchFileName PIC X(100).
               1 WSReportFileName PIC X(100).
               1 WSTemplateName PIC X(100).

               1 WSBalFileStatus PIC X(2).
                   88 WSBalFileOK VALUE '00'.
               1 WSFileStatus PIC X(2).
                   88 WSFileOK VALUE '00'.
               1 WSEschFileStatus PIC X(2).
                   88 WSEschFileOK VALUE '00'.
                   88 WSEschFileMissing VALUE '35'.
               1 WSHistFileStatus PIC X(2).
                   88 WSHistFileOK VALUE '00'.
               1 WSPostCatStatus PIC X(2).
                   88 WSPostCatOK VALUE '00'.
               1 WSArchFileStatus PIC X(2).
                   88 WSArchFileOK VALUE '00'.

               1 WSEOF PIC X(1).
                   88 WSAtEOF VALUE 'Y'.
               1 WSCatEOF PIC X(1).
                   88 WSCatAtEOF VALUE 'Y'.

               1 WSBizDateParm PIC X(8).
               1 WSRunDate PIC 9(8).
               1 WSRunYear PIC 9(4).

               1 WSDaysParm PIC X(5).
               1 WSDormancyDays PIC 9(5).

      *    Every credit balance on file, in Id order off the balance
      *    file so the history scan can SEARCH ALL it; the last
      *    customer-initiated activity date gathers as the history
      *    and the earlier cases go by.
               1 WSCandMax PIC 9(4) VALUE 2000.
               1 WSCandCount PIC 9(4) VALUE ZERO.

               1 CandTable.
                   2 CandEntry OCCURS 1 TO 2000 TIMES
                       DEPENDING ON WSCandCount
                       ASCENDING KEY IS CndIDNum
                       INDEXED BY CndIdx.
                       3 CndIDNum PIC 9(7).
                       3 CndCredit PIC 9(7)V99.
                       3 CndLastAct PIC 9(8).
                       3 CndOpenCase PIC X(1).

               1 WSCandIdx PIC 9(4).

      *    What the system posts on its own -- none of it is the
      *    owner showing an interest in the money.
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

               1 WSLastActivity PIC 9(8).

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

               1 WSCaseCount PIC 9(5) VALUE ZERO.
               1 WSCaseTotal PIC 9(9)V99 VALUE ZERO.
               1 WSOpenCaseCount PIC 9(5) VALUE ZERO.
               1 WSLegalCount PIC 9(5) VALUE ZERO.

      *    Report lines.
               1 HeadLine1.
                   2 FILLER PIC X(36)
                       VALUE " Unclaimed-property cases opened    ".
                   2 PrnHeadDate PIC 9(8).
                   2 FILLER PIC X(19) VALUE "   dormancy days: ".
                   2 PrnHeadDays PIC ZZZZ9.

               1 HeadLine2.
                   2 FILLER PIC X(30)
                       VALUE "   Id      Name".
                   2 FILLER PIC X(36)
                       VALUE "             Credit  Last active".
                   2 FILLER PIC X(10) VALUE "  Mail".

               1 DetailLine.
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnDetId PIC 9(7).
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnDetName PIC X(31).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnDetCredit PIC Z,ZZZ,ZZ9.99.
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnDetLastAct PIC 9(8).
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnDetMail PIC X(8).

               1 HeldLine.
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnHeldId PIC 9(7).
                   2 FILLER PIC X(24)
                       VALUE "  not lettered -- legal ".
                   2 FILLER PIC X(6) VALUE "hold: ".
                   2 PrnHeldName PIC X(10).

               1 TotalLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnTotLabel PIC X(28).
                   2 PrnTotCount PIC ZZZZZZ9.
                   2 FILLER PIC X(3) VALUE SPACE.
                   2 PrnTotAmount PIC ZZZ,ZZZ,ZZ9.99.

      *    Standard report identification and catalog registration.
               1 WSBnrFunction PIC X(1).
               1 WSBnrReportName PIC X(20) VALUE "EscheatRun".
               1 WSBnrRequestor PIC X(8) VALUE "BATCH".
               1 WSBnrCount PIC 9(7) VALUE ZERO.
               1 WSBnrLine1 PIC X(80).
               1 WSBnrLine2 PIC X(80).

               1 WSCatReportName PIC X(20).
               1 WSCatFileName PIC X(100).
               1 WSCatPages PIC 9(4) VALUE ZERO.
               1 WSCatRecords PIC 9(7) VALUE ZERO.

      *    Run-log work area handed to the shared RunLog subprogram.
               1 WSLogStepName PIC X(20) VALUE "EscheatRun".
               1 WSLogEvent PIC X(1).
               1 WSLogRecords PIC 9(7) VALUE ZERO.
               1 WSLogRejects PIC 9(7) VALUE ZERO.
               1 WSLogRC PIC 9(4) VALUE ZERO.
               1 WSLogCapacity PIC 9(5) VALUE ZERO.

      *|==============================================================|

       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSBalFileName FROM ENVIRONMENT "CUSTBAL"
                   ON EXCEPTION
                       MOVE "CustBal.dat" TO WSBalFileName
               END-ACCEPT
               ACCEPT WSCustFileName FROM ENVIRONMENT "CUSTMSTR"
                   ON EXCEPTION
                       MOVE "test.dat" TO WSCustFileName
               END-ACCEPT
               ACCEPT WSEschFileName FROM ENVIRONMENT "CUSTESCHEAT"
                   ON EXCEPTION
                       MOVE "Escheat.dat" TO WSEschFileName
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
               ACCEPT WSTemplateName FROM ENVIRONMENT "CUSTESCHLTR"
                   ON EXCEPTION
                       MOVE "EscheatLetter.txt" TO WSTemplateName
               END-ACCEPT
               ACCEPT WSReportFileName FROM ENVIRONMENT "CUSTESCHRPT"
                   ON EXCEPTION
                       MOVE "EscheatRun.rpt" TO WSReportFileName
               END-ACCEPT
               ACCEPT WSDaysParm FROM ENVIRONMENT "CUSTESCHDAYS"
                   ON EXCEPTION
                       MOVE SPACES TO WSDaysParm
               END-ACCEPT
               IF WSDaysParm = SPACES
                   MOVE 1095 TO WSDormancyDays
               ELSE
                   MOVE WSDaysParm TO WSDormancyDays
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
               MOVE WSRunDate(1:4) TO WSRunYear
               MOVE 'S' TO WSLogEvent
               PERFORM WriteRunLogRecord
               PERFORM LoadCreditBalances
               IF WSCandCount = ZERO
                   DISPLAY "EscheatRun: no credit balances on file; "
                       "nothing to consider."
                   MOVE 'E' TO WSLogEvent
                   PERFORM WriteRunLogRecord
                   GOBACK
               END-IF
               OPEN I-O EscheatFile
               IF WSEschFileMissing
                   OPEN OUTPUT EscheatFile
                   CLOSE EscheatFile
                   OPEN I-O EscheatFile
               END-IF
               PERFORM LoadPriorCases
               PERFORM ScanActivity
               OPEN INPUT CustomerFile
               IF NOT WSFileOK
                   DISPLAY "EscheatRun: customer file will not "
                       "open: " WSFileStatus
                   CLOSE EscheatFile
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               OPEN OUTPUT IdListFile
               OPEN OUTPUT EscheatReport
               MOVE 'B' TO WSBnrFunction
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   WSBnrRequestor WSBnrCount WSBnrLine1 WSBnrLine2
               WRITE EscheatLine FROM WSBnrLine1
               WRITE EscheatLine FROM WSBnrLine2
               MOVE WSRunDate TO PrnHeadDate
               MOVE WSDormancyDays TO PrnHeadDays
               WRITE EscheatLine FROM HeadLine1
                   AFTER ADVANCING 1 LINE
               WRITE EscheatLine FROM HeadLine2
                   AFTER ADVANCING 2 LINES
               PERFORM JudgeOneCandidate
                   VARYING WSCandIdx FROM 1 BY 1
                   UNTIL WSCandIdx > WSCandCount
               PERFORM PrintEscheatTotals
               CLOSE CustomerFile, EscheatFile, IdListFile,
                   EscheatReport
               MOVE "EscheatRun" TO WSCatReportName
               MOVE WSReportFileName TO WSCatFileName
               MOVE WSCaseCount TO WSCatRecords
               CALL 'RptCatalog' USING WSCatReportName
                   WSCatFileName WSCatPages WSCatRecords
               IF WSCaseCount > ZERO
                   PERFORM RunLetterPass
               END-IF
               DISPLAY "EscheatRun: " WSCaseCount
                   " unclaimed-property cases opened and lettered."
               MOVE 'E' TO WSLogEvent
               MOVE WSCaseCount TO WSLogRecords
               PERFORM WriteRunLogRecord
               GOBACK.

      *|==============================================================|
      *    LoadCreditBalances takes every credit balance off the
      *    balance file, in key order.
      *|==============================================================|

           LoadCreditBalances.
               OPEN INPUT BalanceFile
               IF NOT WSBalFileOK
                   EXIT PARAGRAPH
               END-IF
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSAtEOF
                   READ BalanceFile NEXT RECORD
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF BalAmount < ZERO
                               AND WSCandCount < WSCandMax
                               ADD 1 TO WSCandCount
                               MOVE BalIDNum TO CndIDNum(WSCandCount)
                               COMPUTE CndCredit(WSCandCount) =
                                   ZERO - BalAmount
                               MOVE ZERO TO CndLastAct(WSCandCount)
                               MOVE 'N' TO CndOpenCase(WSCandCount)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BalanceFile.

      *|==============================================================|
      *    LoadPriorCases: an unanswered case stops a second letter;
      *    an answered one dates the owner's last word.
      *|==============================================================|

           LoadPriorCases.
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSAtEOF
                   READ EscheatFile NEXT RECORD
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           PERFORM NoteOnePriorCase
                   END-READ
               END-PERFORM.

           NoteOnePriorCase.
               SEARCH ALL CandEntry
                   AT END
                       EXIT PARAGRAPH
                   WHEN CndIDNum(CndIdx) = EschIDNum
                       IF EschAwaiting
                           MOVE 'Y' TO CndOpenCase(CndIdx)
                       END-IF
                       IF EschClaimed
                           AND EschResponseDate > CndLastAct(CndIdx)
                           MOVE EschResponseDate
                               TO CndLastAct(CndIdx)
                       END-IF
               END-SEARCH.

      *|==============================================================|
      *    ScanActivity replays the archived months the catalog
      *    lists and then the live history, keeping each credit
      *    customer's latest customer-initiated posting date.
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
               SEARCH ALL CandEntry
                   AT END
                       CONTINUE
                   WHEN CndIDNum(CndIdx) = PostHIDNum
                       IF PostHDate > CndLastAct(CndIdx)
                           MOVE PostHDate TO CndLastAct(CndIdx)
                       END-IF
               END-SEARCH.

      *|==============================================================|
      *    JudgeOneCandidate opens the case and queues the letter
      *    for a credit balance the owner has left alone past the
      *    dormancy period.
      *|==============================================================|

           JudgeOneCandidate.
               IF CndOpenCase(WSCandIdx) = 'Y'
                   ADD 1 TO WSOpenCaseCount
                   EXIT PARAGRAPH
               END-IF
               MOVE CndIDNum(WSCandIdx) TO IDNum OF CustomerData
               READ CustomerFile
                   INVALID KEY
                       EXIT PARAGRAPH
               END-READ
               MOVE CndLastAct(WSCandIdx) TO WSLastActivity
               IF WSLastActivity = ZERO
                   MOVE CustCreatedStamp(1:8) TO WSLastActivity
               END-IF
               MOVE 'D' TO WSDateCalcOp
               CALL 'DateCalc' USING WSDateCalcOp WSLastActivity
                   WSRunDate WSDateCalcDays WSDateCalcResult
                   WSDateCalcDow WSDateCalcValid
               IF WSDateCalcValid NOT = 'Y'
                   OR WSDateCalcDays <= WSDormancyDays
                   EXIT PARAGRAPH
               END-IF
               CALL 'LegalCheck' USING CndIDNum(WSCandIdx)
                   WSLegalAnswer WSLegalType WSLegalName
               IF WSLegalHeld
                   ADD 1 TO WSLegalCount
                   MOVE CndIDNum(WSCandIdx) TO PrnHeldId
                   MOVE WSLegalName TO PrnHeldName
                   WRITE EscheatLine FROM HeldLine
                       AFTER ADVANCING 1 LINE
                   EXIT PARAGRAPH
               END-IF
               MOVE CndIDNum(WSCandIdx) TO EschIDNum
               MOVE WSRunYear TO EschYear
               MOVE 'L' TO EschStatus
               MOVE CndCredit(WSCandIdx) TO EschAmount
               MOVE WSLastActivity TO EschLastActivity
               MOVE WSRunDate TO EschLetterDate
               MOVE ZERO TO EschResponseDate
               MOVE ZERO TO EschRemitDate
               MOVE ZERO TO EschRemitAmount
               MOVE SPACES TO EschState
               MOVE "ESCHEAT" TO EschOperator
               MOVE FUNCTION CURRENT-DATE(1:14) TO EschStamp
               WRITE EscheatRecord
                   INVALID KEY
                       DISPLAY "EscheatRun: case already on file "
                           "for " EschIDNum " in " WSRunYear
                       EXIT PARAGRAPH
               END-WRITE
               MOVE CndIDNum(WSCandIdx) TO IdListLine
               WRITE IdListLine
               ADD 1 TO WSCaseCount
               ADD CndCredit(WSCandIdx) TO WSCaseTotal
               PERFORM PrintOneCase.

           PrintOneCase.
               MOVE CndIDNum(WSCandIdx) TO PrnDetId
               IF CustBusiness
                   MOVE CustCompanyName TO PrnDetName
               ELSE
                   MOVE SPACES TO PrnDetName
                   STRING FirstName DELIMITED BY "  "
                          " " DELIMITED BY SIZE
                          LastName DELIMITED BY "  "
                       INTO PrnDetName
                   END-STRING
               END-IF
               MOVE CndCredit(WSCandIdx) TO PrnDetCredit
               MOVE WSLastActivity TO PrnDetLastAct
               IF CustMailReturned
                   MOVE "RETURNED" TO PrnDetMail
               ELSE
                   MOVE SPACES TO PrnDetMail
               END-IF
               WRITE EscheatLine FROM DetailLine
                   AFTER ADVANCING 1 LINE.

           PrintEscheatTotals.
               MOVE "Cases opened and lettered" TO PrnTotLabel
               MOVE WSCaseCount TO PrnTotCount
               MOVE WSCaseTotal TO PrnTotAmount
               WRITE EscheatLine FROM TotalLine
                   AFTER ADVANCING 2 LINES
               MOVE "Already awaiting an answer" TO PrnTotLabel
               MOVE WSOpenCaseCount TO PrnTotCount
               MOVE ZERO TO PrnTotAmount
               WRITE EscheatLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE "Passed over, legal hold" TO PrnTotLabel
               MOVE WSLegalCount TO PrnTotCount
               WRITE EscheatLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE 'T' TO WSBnrFunction
               MOVE WSCaseCount TO WSBnrCount
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   WSBnrRequestor WSBnrCount WSBnrLine1 WSBnrLine2
               WRITE EscheatLine FROM WSBnrLine1.

      *|==============================================================|
      *    RunLetterPass hands the Id list to FormLetter through the
      *    environment, the Dunning discipline, as a statutory notice
      *    under the ESCHEAT campaign; the notice switch is cleared
      *    again so no later letter run in the same job inherits it.
      *|==============================================================|

           RunLetterPass.
               DISPLAY "CUSTLETTER" UPON ENVIRONMENT-NAME
               DISPLAY WSTemplateName UPON ENVIRONMENT-VALUE
               DISPLAY "CUSTLETIDS" UPON ENVIRONMENT-NAME
               DISPLAY "EscheatDue.ids" UPON ENVIRONMENT-VALUE
               DISPLAY "CUSTLETOUT" UPON ENVIRONMENT-NAME
               DISPLAY "EscheatLetters.rpt" UPON ENVIRONMENT-VALUE
               DISPLAY "CUSTCAMPAIGN" UPON ENVIRONMENT-NAME
               DISPLAY "ESCHEAT" UPON ENVIRONMENT-VALUE
               DISPLAY "CUSTLETNOTICE" UPON ENVIRONMENT-NAME
               DISPLAY "Y" UPON ENVIRONMENT-VALUE
               CANCEL 'FormLetter'
               CALL 'FormLetter'
               CANCEL 'FormLetter'
               CANCEL 'CampTrack'
               DISPLAY "CUSTLETNOTICE" UPON ENVIRONMENT-NAME
               DISPLAY "N" UPON ENVIRONMENT-VALUE.

           WriteRunLogRecord.
               CALL 'RunLog' USING WSLogStepName WSLogEvent
                   WSLogRecords WSLogRejects WSLogRC
                   WSLogCapacity.

      *|==============================================================|
