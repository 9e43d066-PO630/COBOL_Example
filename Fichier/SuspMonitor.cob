      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SuspMonitor.

      *|==============================================================|
      *    SuspMonitor is the nightly suspicious-activity step. The
      *    classic account-takeover patterns never show in any one
      *    file -- the address change is on the audit journal, the
      *    refund on the refund queue, the credits on the posting
      *    history, the dormancy on the dormant-account file -- so
      *    this step reads them side by side against the rule table
      *    (CUSTSUSPRULE, default SuspRule.dat, SuspRule.cpy layout,
      *    maintained on SuspRuleMaint):
      *        ADDRREFD - a customer whose address or email was
      *                   changed in the last SRuleDays days is on
      *                   the refund queue (CUSTREFQ, RefundQ.dat).
      *                   Changes come off the live Journal.log
      *                   (CUSTJRNL) and every archived segment on
      *                   the journal catalog (CUSTJRNLCAT) that
      *                   reaches into the window.
      *        CRBURST  - SRuleCount or more credits and reversals on
      *                   the posting history (CUSTPOSTH, PostHist
      *                   .dat) for one customer in the last
      *                   SRuleDays days
      *        DORMCRED - a credit of SRuleAmount or more in the last
      *                   SRuleDays days on a customer the Dormancy
      *                   step had marked dormant (CUSTDORM, Dormant
      *                   .dat) before the credit
      *    A rule with no line on the table, or switched off, is not
      *    checked, and the report says so.
      *
      *    Each alert is appended open to the case file
      *    (CUSTSUSPCASE, default SuspCase.dat, SuspCase.cpy layout)
      *    for a supervisor's disposition on SuspReview. A customer
      *    already alerted under a rule within that rule's window --
      *    open or closed -- is not alerted again, so one episode is
      *    one case however many nights it stays in the window.
      *
      *    The night's alerts are listed on CUSTSUSPRPT (default
      *    SuspMonitor.rpt) inside the RptBanner frame, registered in
      *    the report catalog, with the count of cases still waiting
      *    for a decision. RC 0: alerts are work for the review
      *    screen, not a reason to stop the night.
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT RuleFile ASSIGN TO WSRuleFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSRuleStatus.

               SELECT CaseFile ASSIGN TO WSCaseFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSCaseStatus.

               SELECT JournalFile ASSIGN TO WSJournalFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSJournalFileStatus.

               SELECT JrnlCatFile ASSIGN TO WSJrnlCatName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSJrnlCatStatus.

               SELECT HistoryFile ASSIGN TO WSHistFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS PostHKey
                   FILE STATUS IS WSHistStatus.

               SELECT RefundFile ASSIGN TO WSRefundFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSRefundStatus.

               SELECT DormFile ASSIGN TO WSDormFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSDormStatus.

               SELECT MonitorReport ASSIGN TO WSReportFileName
                   ORGANIZATION IS LINE SEQUENTIAL.

      *|==============================================================|

       DATA DIVISION.

           FILE SECTION.

               FD RuleFile.
                   COPY "SuspRule.cpy".

               FD CaseFile.
                   COPY "SuspCase.cpy".

               FD JournalFile.
                   COPY "JrnlRec.cpy".

               FD JrnlCatFile.
                   1 JrnlCatalogRecord.
                       2 JCatSegmentName PIC X(100).
                       2 JCatRunDate PIC 9(8).
                       2 JCatEntryCount PIC 9(7).
                       2 JCatFirstStamp PIC 9(14).
                       2 JCatLastStamp PIC 9(14).
                       2 JCatOpenChain PIC X(16).
                       2 JCatCloseChain PIC X(16).

               FD HistoryFile.
                   COPY "PostRec.cpy".
                   COPY "PostHKey.cpy".

               FD RefundFile.
                   COPY "RefdRec.cpy".

               FD DormFile.
                   COPY "DormRec.cpy".

               FD MonitorReport.
                   1 ReportLine PIC X(132).

           WORKING-STORAGE SECTION.

               1 WSRuleFileName PIC X(100).
               1 WSCaseFileName PIC X(100).
               1 WSJournalFileName PIC X(100).
               1 WSLiveJournalName PIC X(100).
               1 WSJrnlCatName PIC X(100).
               1 WSHistFileName PIC X(100).
               1 WSRefundFileName PIC X(100).
               1 WSDormFileName PIC X(100).
               1 WSReportFileName PIC X(100).

               1 WSRuleStatus PIC X(2).
                   88 WSRuleOK VALUE '00'.
               1 WSCaseStatus PIC X(2).
                   88 WSCaseOK VALUE '00'.
                   88 WSCaseMissing VALUE '35'.
               1 WSJournalFileStatus PIC X(2).
                   88 WSJournalFileOK VALUE '00'.
               1 WSJrnlCatStatus PIC X(2).
                   88 WSJrnlCatOK VALUE '00'.
               1 WSHistStatus PIC X(2).
                   88 WSHistOK VALUE '00'.
               1 WSRefundStatus PIC X(2).
                   88 WSRefundOK VALUE '00'.
               1 WSDormStatus PIC X(2).
                   88 WSDormOK VALUE '00'.

               1 WSEOF PIC X(1).
                   88 WSAtEOF VALUE 'Y'.
               1 WSCatEOF PIC X(1).
                   88 WSCatAtEOF VALUE 'Y'.

               1 WSBizDateParm PIC X(8).
               1 WSBizDate PIC 9(8).

      *    The three rules as the table sets them tonight; a rule
      *    not on the table stays off.
               1 WSAddrRule.
                   2 WSAddrOn PIC X(1) VALUE 'N'.
                       88 WSAddrRuleOn VALUE 'Y'.
                   2 WSAddrDays PIC 9(3) VALUE ZERO.
                   2 WSAddrReach PIC 9(8) VALUE ZERO.
               1 WSBurstRule.
                   2 WSBurstOn PIC X(1) VALUE 'N'.
                       88 WSBurstRuleOn VALUE 'Y'.
                   2 WSBurstDays PIC 9(3) VALUE ZERO.
                   2 WSBurstCount PIC 9(3) VALUE ZERO.
                   2 WSBurstReach PIC 9(8) VALUE ZERO.
               1 WSDormRule.
                   2 WSDormOn PIC X(1) VALUE 'N'.
                       88 WSDormRuleOn VALUE 'Y'.
                   2 WSDormDays PIC 9(3) VALUE ZERO.
                   2 WSDormAmount PIC 9(7)V99 VALUE ZERO.
                   2 WSDormReach PIC 9(8) VALUE ZERO.

      *    Earliest date any rule or standing alert reaches back to.
               1 WSMaxDays PIC 9(3) VALUE ZERO.
               1 WSCaseReach PIC 9(8) VALUE ZERO.
               1 WSHistReach PIC 9(8) VALUE ZERO.

      *    Alerts already raised within reach, so an episode is
      *    raised once: customer, rule, and detection date.
               1 WSKeyMax PIC 9(5) VALUE 5000.
               1 WSKeyCount PIC 9(5) VALUE ZERO.
               1 KeyTable.
                   2 KeySlot OCCURS 5000 TIMES.
                       3 KeyIDNum PIC 9(7).
                       3 KeyRule PIC X(8).
                       3 KeyDate PIC 9(8).
               1 WSKeyIdx PIC 9(5).
               1 WSKeyFull PIC X(1) VALUE 'N'.
                   88 WSKeyTableFull VALUE 'Y'.
               1 WSOpenCases PIC 9(7) VALUE ZERO.

      *    Customers whose address or email changed in the window,
      *    with the latest change.
               1 WSChgMax PIC 9(5) VALUE 5000.
               1 WSChgCount PIC 9(5) VALUE ZERO.
               1 ChgTable.
                   2 ChgSlot OCCURS 5000 TIMES.
                       3 ChgIDNum PIC 9(7).
                       3 ChgDate PIC 9(8).
                       3 ChgFields PIC X(12).
               1 WSChgIdx PIC 9(5).
               1 WSChgFound PIC 9(5).

      *    Credits and reversals per customer in the burst window.
               1 WSBstMax PIC 9(5) VALUE 5000.
               1 WSBstCount PIC 9(5) VALUE ZERO.
               1 BstTable.
                   2 BstSlot OCCURS 5000 TIMES.
                       3 BstIDNum PIC 9(7).
                       3 BstLines PIC 9(5).
                       3 BstTotal PIC 9(9)V99.
                       3 BstFirst PIC 9(8).
                       3 BstLast PIC 9(8).
               1 WSBstIdx PIC 9(5).
               1 WSBstFound PIC 9(5).

      *    The latest dormancy mark per customer.
               1 WSDrmMax PIC 9(5) VALUE 5000.
               1 WSDrmCount PIC 9(5) VALUE ZERO.
               1 DrmTable.
                   2 DrmSlot OCCURS 5000 TIMES.
                       3 DrmIDNum PIC 9(7).
                       3 DrmDetect PIC 9(8).
                       3 DrmLastPost PIC 9(8).
               1 WSDrmIdx PIC 9(5).
               1 WSDrmFound PIC 9(5).

               1 WSTableFull PIC X(1) VALUE 'N'.
                   88 WSSomeTableFull VALUE 'Y'.

      *    The two customer images of a journal update, by name.
               COPY "CustRec.cpy"
                   REPLACING CustomerData BY WSBeforeCust
                             CustControlRecord BY WSBeforeCtl.

               COPY "CustRec.cpy"
                   REPLACING CustomerData BY WSAfterCust
                             CustControlRecord BY WSAfterCtl.

               1 WSChangedFields PIC X(12).
               1 WSChangedPtr PIC 9(2).

      *    The alert being raised.
               1 WSAlertIDNum PIC 9(7).
               1 WSAlertRule PIC X(8).
               1 WSAlertEvent PIC 9(8).
               1 WSAlertAmount PIC 9(7)V99.
               1 WSAlertDetail PIC X(60).
               1 WSAlertReach PIC 9(8).
               1 WSAlertDup PIC X(1).
                   88 WSAlreadyAlerted VALUE 'Y'.

               1 WSAmountEdit PIC Z,ZZZ,ZZ9.99.
               1 WSCountEdit PIC ZZZZ9.

               1 WSAlertCount PIC 9(7) VALUE ZERO.
               1 WSAddrAlerts PIC 9(7) VALUE ZERO.
               1 WSBurstAlerts PIC 9(7) VALUE ZERO.
               1 WSDormAlerts PIC 9(7) VALUE ZERO.
               1 WSSuppressed PIC 9(7) VALUE ZERO.
               1 WSLinesRead PIC 9(7) VALUE ZERO.

               1 WSDateCalcOp PIC X(1).
               1 WSDateCalcDate1 PIC 9(8).
               1 WSDateCalcDate2 PIC 9(8).
               1 WSDateCalcDays PIC S9(7).
               1 WSDateCalcResult PIC 9(8).
               1 WSDateCalcDow PIC 9(1).
               1 WSDateCalcValid PIC X(1).
                   88 WSDateCalcOK VALUE 'Y'.

      *    Report lines.
               1 HeadLine1.
                   2 FILLER PIC X(36)
                       VALUE " Suspicious-activity monitoring for".
                   2 PrnHeadDate PIC 9(8).

               1 RuleLine.
                   2 FILLER PIC X(3) VALUE SPACES.
                   2 PrnRuleCode PIC X(8).
                   2 FILLER PIC X(2) VALUE SPACES.
                   2 PrnRuleText PIC X(60).

               1 HeadLine2.
                   2 FILLER PIC X(36)
                       VALUE " Customer Rule     Event     Amount".
                   2 FILLER PIC X(12) VALUE SPACES.
                   2 FILLER PIC X(6) VALUE "Detail".

               1 DetailLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnDetId PIC 9(7).
                   2 FILLER PIC X(2) VALUE SPACES.
                   2 PrnDetRule PIC X(8).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnDetEvent PIC 9(8).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnDetAmount PIC Z,ZZZ,ZZ9.99.
                   2 FILLER PIC X(2) VALUE SPACES.
                   2 PrnDetDetail PIC X(60).

               1 TotalLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnTotLabel PIC X(40).
                   2 PrnTotCount PIC ZZZZZZ9.

      *    Standard report identification and catalog registration.
               1 WSBnrFunction PIC X(1).
               1 WSBnrReportName PIC X(20) VALUE "SuspMonitor".
               1 WSBnrRequestor PIC X(8) VALUE "BATCH".
               1 WSBnrCount PIC 9(7) VALUE ZERO.
               1 WSBnrLine1 PIC X(80).
               1 WSBnrLine2 PIC X(80).

               1 WSCatReportName PIC X(20).
               1 WSCatFileName PIC X(100).
               1 WSCatPages PIC 9(4) VALUE ZERO.
               1 WSCatRecords PIC 9(7) VALUE ZERO.

      *    Run-log work area handed to the shared RunLog subprogram.
               1 WSLogStepName PIC X(20) VALUE "SuspMonitor".
               1 WSLogEvent PIC X(1).
               1 WSLogRecords PIC 9(7) VALUE ZERO.
               1 WSLogRejects PIC 9(7) VALUE ZERO.
               1 WSLogRC PIC 9(4) VALUE ZERO.
               1 WSLogCapacity PIC 9(5) VALUE 5000.

      *|==============================================================|

       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               PERFORM GetParameters
               MOVE 'S' TO WSLogEvent
               PERFORM WriteRunLogRecord
               PERFORM LoadRules
               PERFORM SetReachDates
               PERFORM LoadCaseKeys
               OPEN OUTPUT MonitorReport
               MOVE 'B' TO WSBnrFunction
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   WSBnrRequestor WSBnrCount WSBnrLine1 WSBnrLine2
               WRITE ReportLine FROM WSBnrLine1
               WRITE ReportLine FROM WSBnrLine2
               MOVE WSBizDate TO PrnHeadDate
               WRITE ReportLine FROM HeadLine1
                   AFTER ADVANCING 1 LINE
               PERFORM PrintRulesInForce
               WRITE ReportLine FROM HeadLine2
                   AFTER ADVANCING 2 LINES
               IF WSAddrRuleOn
                   PERFORM CheckAddrThenRefund
               END-IF
               IF WSBurstRuleOn OR WSDormRuleOn
                   PERFORM CheckPostingHistory
               END-IF
               IF WSAlertCount = ZERO
                   MOVE SPACES TO ReportLine
                   MOVE "   (no new alerts tonight)" TO ReportLine
                   WRITE ReportLine AFTER ADVANCING 1 LINE
               END-IF
               PERFORM PrintTotals
               MOVE 'T' TO WSBnrFunction
               MOVE WSAlertCount TO WSBnrCount
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   WSBnrRequestor WSBnrCount WSBnrLine1 WSBnrLine2
               WRITE ReportLine FROM WSBnrLine1
                   AFTER ADVANCING 2 LINES
               CLOSE MonitorReport
               MOVE "SuspMonitor" TO WSCatReportName
               MOVE WSReportFileName TO WSCatFileName
               MOVE WSAlertCount TO WSCatRecords
               CALL 'RptCatalog' USING WSCatReportName
                   WSCatFileName WSCatPages WSCatRecords
               DISPLAY "SuspMonitor: " WSAlertCount " new alerts; "
                   WSOpenCases " cases open for review."
               MOVE 'E' TO WSLogEvent
               MOVE WSLinesRead TO WSLogRecords
               MOVE WSAlertCount TO WSLogRejects
               PERFORM WriteRunLogRecord
               MOVE ZERO TO RETURN-CODE
               GOBACK.

           GetParameters.
               ACCEPT WSRuleFileName FROM ENVIRONMENT "CUSTSUSPRULE"
                   ON EXCEPTION
                       MOVE "SuspRule.dat" TO WSRuleFileName
               END-ACCEPT
               ACCEPT WSCaseFileName FROM ENVIRONMENT "CUSTSUSPCASE"
                   ON EXCEPTION
                       MOVE "SuspCase.dat" TO WSCaseFileName
               END-ACCEPT
               ACCEPT WSLiveJournalName FROM ENVIRONMENT "CUSTJRNL"
                   ON EXCEPTION
                       MOVE "Journal.log" TO WSLiveJournalName
               END-ACCEPT
               ACCEPT WSJrnlCatName FROM ENVIRONMENT "CUSTJRNLCAT"
                   ON EXCEPTION
                       MOVE "JrnlCatalog.dat" TO WSJrnlCatName
               END-ACCEPT
               ACCEPT WSHistFileName FROM ENVIRONMENT "CUSTPOSTH"
                   ON EXCEPTION
                       MOVE "PostHist.dat" TO WSHistFileName
               END-ACCEPT
               ACCEPT WSRefundFileName FROM ENVIRONMENT "CUSTREFQ"
                   ON EXCEPTION
                       MOVE "RefundQ.dat" TO WSRefundFileName
               END-ACCEPT
               ACCEPT WSDormFileName FROM ENVIRONMENT "CUSTDORM"
                   ON EXCEPTION
                       MOVE "Dormant.dat" TO WSDormFileName
               END-ACCEPT
               ACCEPT WSReportFileName FROM ENVIRONMENT "CUSTSUSPRPT"
                   ON EXCEPTION
                       MOVE "SuspMonitor.rpt" TO WSReportFileName
               END-ACCEPT
               ACCEPT WSBizDateParm FROM ENVIRONMENT "CUSTBIZDATE"
                   ON EXCEPTION
                       MOVE SPACES TO WSBizDateParm
               END-ACCEPT
               IF WSBizDateParm IS NUMERIC
                   MOVE WSBizDateParm TO WSBizDate
               ELSE
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WSBizDate
               END-IF.

      *|==============================================================|
      *    LoadRules takes the three known rules off the table; an
      *    unknown code is somebody's typing and is passed over.
      *|==============================================================|

           LoadRules.
               MOVE 'N' TO WSEOF
               OPEN INPUT RuleFile
               IF NOT WSRuleOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ RuleFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           PERFORM TakeOneRule
                   END-READ
               END-PERFORM
               CLOSE RuleFile.

           TakeOneRule.
               IF NOT SRuleOn OR SRuleDays IS NOT NUMERIC
                   OR SRuleDays = ZERO
                   EXIT PARAGRAPH
               END-IF
               EVALUATE SRuleCode
                   WHEN "ADDRREFD"
                       MOVE 'Y' TO WSAddrOn
                       MOVE SRuleDays TO WSAddrDays
                   WHEN "CRBURST"
                       IF SRuleCount IS NUMERIC AND SRuleCount > ZERO
                           MOVE 'Y' TO WSBurstOn
                           MOVE SRuleDays TO WSBurstDays
                           MOVE SRuleCount TO WSBurstCount
                       END-IF
                   WHEN "DORMCRED"
                       IF SRuleAmount IS NUMERIC
                           MOVE 'Y' TO WSDormOn
                           MOVE SRuleDays TO WSDormDays
                           MOVE SRuleAmount TO WSDormAmount
                       END-IF
               END-EVALUATE.

      *|==============================================================|
      *    SetReachDates turns each rule's day count into the first
      *    date it looks at; a window of N days ends tonight and
      *    takes in N days, tonight included.
      *|==============================================================|

           SetReachDates.
               IF WSAddrRuleOn
                   MOVE WSAddrDays TO WSDateCalcDays
                   PERFORM ReachBack
                   MOVE WSDateCalcResult TO WSAddrReach
                   IF WSAddrDays > WSMaxDays
                       MOVE WSAddrDays TO WSMaxDays
                   END-IF
               END-IF
               IF WSBurstRuleOn
                   MOVE WSBurstDays TO WSDateCalcDays
                   PERFORM ReachBack
                   MOVE WSDateCalcResult TO WSBurstReach
                   IF WSBurstDays > WSMaxDays
                       MOVE WSBurstDays TO WSMaxDays
                   END-IF
               END-IF
               IF WSDormRuleOn
                   MOVE WSDormDays TO WSDateCalcDays
                   PERFORM ReachBack
                   MOVE WSDateCalcResult TO WSDormReach
                   IF WSDormDays > WSMaxDays
                       MOVE WSDormDays TO WSMaxDays
                   END-IF
               END-IF
               MOVE WSMaxDays TO WSDateCalcDays
               PERFORM ReachBack
               MOVE WSDateCalcResult TO WSCaseReach
               MOVE WSBizDate TO WSHistReach
               IF WSBurstRuleOn
                   MOVE WSBurstReach TO WSHistReach
               END-IF
               IF WSDormRuleOn AND WSDormReach < WSHistReach
                   MOVE WSDormReach TO WSHistReach
               END-IF.

           ReachBack.
               MOVE 'A' TO WSDateCalcOp
               MOVE WSBizDate TO WSDateCalcDate1
               COMPUTE WSDateCalcDays = 1 - WSDateCalcDays
               CALL 'DateCalc' USING WSDateCalcOp WSDateCalcDate1
                   WSDateCalcDate2 WSDateCalcDays WSDateCalcResult
                   WSDateCalcDow WSDateCalcValid
               IF NOT WSDateCalcOK
                   MOVE WSBizDate TO WSDateCalcResult
               END-IF.

      *|==============================================================|
      *    LoadCaseKeys notes every alert raised within the longest
      *    window, and counts the cases still open.
      *|==============================================================|

           LoadCaseKeys.
               MOVE 'N' TO WSEOF
               OPEN INPUT CaseFile
               IF NOT WSCaseOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ CaseFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF SCaseOpen
                               ADD 1 TO WSOpenCases
                           END-IF
                           IF SCaseDetectDate >= WSCaseReach
                               PERFORM NoteCaseKey
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CaseFile.

           NoteCaseKey.
               IF WSKeyCount >= WSKeyMax
                   SET WSKeyTableFull TO TRUE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WSKeyCount
               MOVE SCaseIDNum TO KeyIDNum(WSKeyCount)
               MOVE SCaseRule TO KeyRule(WSKeyCount)
               MOVE SCaseDetectDate TO KeyDate(WSKeyCount).

           PrintRulesInForce.
               MOVE "ADDRREFD" TO PrnRuleCode
               IF WSAddrRuleOn
                   MOVE WSAddrDays TO WSCountEdit
                   MOVE SPACES TO PrnRuleText
                   STRING "address/email change then refund queued, "
                          FUNCTION TRIM(WSCountEdit) " days"
                       DELIMITED BY SIZE INTO PrnRuleText
                   END-STRING
               ELSE
                   MOVE "off" TO PrnRuleText
               END-IF
               WRITE ReportLine FROM RuleLine
                   AFTER ADVANCING 2 LINES
               MOVE "CRBURST" TO PrnRuleCode
               IF WSBurstRuleOn
                   MOVE SPACES TO PrnRuleText
                   MOVE WSBurstCount TO WSCountEdit
                   STRING FUNCTION TRIM(WSCountEdit)
                          " or more credits/reversals in "
                       DELIMITED BY SIZE INTO PrnRuleText
                   END-STRING
                   MOVE WSBurstDays TO WSCountEdit
                   STRING FUNCTION TRIM(PrnRuleText) " "
                          FUNCTION TRIM(WSCountEdit) " days"
                       DELIMITED BY SIZE INTO PrnRuleText
                   END-STRING
               ELSE
                   MOVE "off" TO PrnRuleText
               END-IF
               WRITE ReportLine FROM RuleLine
                   AFTER ADVANCING 1 LINE
               MOVE "DORMCRED" TO PrnRuleCode
               IF WSDormRuleOn
                   MOVE SPACES TO PrnRuleText
                   MOVE WSDormAmount TO WSAmountEdit
                   MOVE WSDormDays TO WSCountEdit
                   STRING "credit of " FUNCTION TRIM(WSAmountEdit)
                          " or more on a dormant account, "
                          FUNCTION TRIM(WSCountEdit) " days"
                       DELIMITED BY SIZE INTO PrnRuleText
                   END-STRING
               ELSE
                   MOVE "off" TO PrnRuleText
               END-IF
               WRITE ReportLine FROM RuleLine
                   AFTER ADVANCING 1 LINE.

      *|==============================================================|
      *    CheckAddrThenRefund gathers the window's address and email
      *    changes off the journal, then alerts each changed
      *    customer found on the refund queue.
      *|==============================================================|

           CheckAddrThenRefund.
               MOVE WSLiveJournalName TO WSJournalFileName
               PERFORM ScanOneJournalFile
               MOVE 'N' TO WSCatEOF
               OPEN INPUT JrnlCatFile
               IF WSJrnlCatOK
                   PERFORM UNTIL WSCatAtEOF
                       READ JrnlCatFile
                           AT END SET WSCatAtEOF TO TRUE
                           NOT AT END
                               IF JCatLastStamp(1:8) >= WSAddrReach
                                   MOVE JCatSegmentName
                                       TO WSJournalFileName
                                   PERFORM ScanOneJournalFile
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE JrnlCatFile
               END-IF
               IF WSChgCount = ZERO
                   EXIT PARAGRAPH
               END-IF
               MOVE 'N' TO WSEOF
               OPEN INPUT RefundFile
               IF NOT WSRefundOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ RefundFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           ADD 1 TO WSLinesRead
                           PERFORM MatchOneRefund
                   END-READ
               END-PERFORM
               CLOSE RefundFile.

           ScanOneJournalFile.
               MOVE 'N' TO WSEOF
               OPEN INPUT JournalFile
               IF NOT WSJournalFileOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ JournalFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           ADD 1 TO WSLinesRead
                           IF JrnlUpdate
                               AND JrnlTimestamp(1:8) >= WSAddrReach
                               AND JrnlTimestamp(1:8) <= WSBizDate
                               PERFORM NoteContactChange
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JournalFile.

           NoteContactChange.
               MOVE JrnlBeforeImage TO WSBeforeCust
               MOVE JrnlAfterImage TO WSAfterCust
               MOVE SPACES TO WSChangedFields
               MOVE 1 TO WSChangedPtr
               IF CustAddress OF WSBeforeCust
                       NOT = CustAddress OF WSAfterCust
                   OR CustAddrCountry OF WSBeforeCust
                       NOT = CustAddrCountry OF WSAfterCust
                   OR CustAddrPostal OF WSBeforeCust
                       NOT = CustAddrPostal OF WSAfterCust
                   STRING "ADDR " DELIMITED BY SIZE
                       INTO WSChangedFields WITH POINTER WSChangedPtr
                   END-STRING
               END-IF
               IF CustEmail OF WSBeforeCust
                       NOT = CustEmail OF WSAfterCust
                   STRING "EMAIL" DELIMITED BY SIZE
                       INTO WSChangedFields WITH POINTER WSChangedPtr
                   END-STRING
               END-IF
               IF WSChangedFields = SPACES
                   EXIT PARAGRAPH
               END-IF
               MOVE ZERO TO WSChgFound
               PERFORM VARYING WSChgIdx FROM 1 BY 1
                   UNTIL WSChgIdx > WSChgCount OR WSChgFound > ZERO
                   IF ChgIDNum(WSChgIdx) = JrnlIDNum
                       MOVE WSChgIdx TO WSChgFound
                   END-IF
               END-PERFORM
               IF WSChgFound = ZERO
                   IF WSChgCount >= WSChgMax
                       SET WSSomeTableFull TO TRUE
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WSChgCount
                   MOVE WSChgCount TO WSChgFound
                   MOVE JrnlIDNum TO ChgIDNum(WSChgFound)
                   MOVE ZERO TO ChgDate(WSChgFound)
               END-IF
               IF JrnlTimestamp(1:8) >= ChgDate(WSChgFound)
                   MOVE JrnlTimestamp(1:8) TO ChgDate(WSChgFound)
                   MOVE WSChangedFields TO ChgFields(WSChgFound)
               END-IF.

           MatchOneRefund.
               MOVE ZERO TO WSChgFound
               PERFORM VARYING WSChgIdx FROM 1 BY 1
                   UNTIL WSChgIdx > WSChgCount OR WSChgFound > ZERO
                   IF ChgIDNum(WSChgIdx) = RefIDNum
                       MOVE WSChgIdx TO WSChgFound
                   END-IF
               END-PERFORM
               IF WSChgFound = ZERO
                   EXIT PARAGRAPH
               END-IF
               MOVE RefIDNum TO WSAlertIDNum
               MOVE "ADDRREFD" TO WSAlertRule
               MOVE ChgDate(WSChgFound) TO WSAlertEvent
               MOVE RefAmount TO WSAlertAmount
               MOVE WSAddrReach TO WSAlertReach
               MOVE SPACES TO WSAlertDetail
               STRING FUNCTION TRIM(ChgFields(WSChgFound))
                      " changed " ChgDate(WSChgFound)
                      "; refund queued, status " RefStatus
                   DELIMITED BY SIZE INTO WSAlertDetail
               END-STRING
               PERFORM RaiseAlert
               IF NOT WSAlreadyAlerted
                   ADD 1 TO WSAddrAlerts
               END-IF.

      *|==============================================================|
      *    CheckPostingHistory reads the posting history once for
      *    both money rules: credits and reversals counted for the
      *    burst rule, large credits held against the dormancy
      *    marks for the dormant-account rule.
      *|==============================================================|

           CheckPostingHistory.
               IF WSDormRuleOn
                   PERFORM LoadDormancyMarks
               END-IF
               MOVE 'N' TO WSEOF
               OPEN INPUT HistoryFile
               IF NOT WSHistOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ HistoryFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           ADD 1 TO WSLinesRead
                           IF PostHDate >= WSHistReach
                               AND PostHDate <= WSBizDate
                               PERFORM TakeOneHistoryLine
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HistoryFile
               IF WSBurstRuleOn
                   PERFORM JudgeOneBurst
                       VARYING WSBstIdx FROM 1 BY 1
                       UNTIL WSBstIdx > WSBstCount
               END-IF.

           TakeOneHistoryLine.
               IF WSBurstRuleOn AND PostHDate >= WSBurstReach
                   AND (PostHCredit OR PostHReversalLine)
                   PERFORM CountBurstLine
               END-IF
               IF WSDormRuleOn AND PostHDate >= WSDormReach
                   AND PostHCredit AND NOT PostHReversalLine
                   AND PostHAmount >= WSDormAmount
                   PERFORM JudgeDormantCredit
               END-IF.

           CountBurstLine.
               MOVE ZERO TO WSBstFound
               PERFORM VARYING WSBstIdx FROM 1 BY 1
                   UNTIL WSBstIdx > WSBstCount OR WSBstFound > ZERO
                   IF BstIDNum(WSBstIdx) = PostHIDNum
                       MOVE WSBstIdx TO WSBstFound
                   END-IF
               END-PERFORM
               IF WSBstFound = ZERO
                   IF WSBstCount >= WSBstMax
                       SET WSSomeTableFull TO TRUE
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WSBstCount
                   MOVE WSBstCount TO WSBstFound
                   MOVE PostHIDNum TO BstIDNum(WSBstFound)
                   MOVE ZERO TO BstLines(WSBstFound)
                   MOVE ZERO TO BstTotal(WSBstFound)
                   MOVE PostHDate TO BstFirst(WSBstFound)
                   MOVE PostHDate TO BstLast(WSBstFound)
               END-IF
               ADD 1 TO BstLines(WSBstFound)
               ADD PostHAmount TO BstTotal(WSBstFound)
               IF PostHDate < BstFirst(WSBstFound)
                   MOVE PostHDate TO BstFirst(WSBstFound)
               END-IF
               IF PostHDate > BstLast(WSBstFound)
                   MOVE PostHDate TO BstLast(WSBstFound)
               END-IF.

           JudgeOneBurst.
               IF BstLines(WSBstIdx) < WSBurstCount
                   EXIT PARAGRAPH
               END-IF
               MOVE BstIDNum(WSBstIdx) TO WSAlertIDNum
               MOVE "CRBURST" TO WSAlertRule
               MOVE BstLast(WSBstIdx) TO WSAlertEvent
               IF BstTotal(WSBstIdx) > 9999999.99
                   MOVE 9999999.99 TO WSAlertAmount
               ELSE
                   MOVE BstTotal(WSBstIdx) TO WSAlertAmount
               END-IF
               MOVE WSBurstReach TO WSAlertReach
               MOVE BstLines(WSBstIdx) TO WSCountEdit
               MOVE SPACES TO WSAlertDetail
               STRING FUNCTION TRIM(WSCountEdit)
                      " credits/reversals " BstFirst(WSBstIdx)
                      " to " BstLast(WSBstIdx)
                   DELIMITED BY SIZE INTO WSAlertDetail
               END-STRING
               PERFORM RaiseAlert
               IF NOT WSAlreadyAlerted
                   ADD 1 TO WSBurstAlerts
               END-IF.

           LoadDormancyMarks.
               MOVE 'N' TO WSEOF
               OPEN INPUT DormFile
               IF NOT WSDormOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ DormFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           ADD 1 TO WSLinesRead
                           PERFORM NoteDormancyMark
                   END-READ
               END-PERFORM
               CLOSE DormFile.

           NoteDormancyMark.
               MOVE ZERO TO WSDrmFound
               PERFORM VARYING WSDrmIdx FROM 1 BY 1
                   UNTIL WSDrmIdx > WSDrmCount OR WSDrmFound > ZERO
                   IF DrmIDNum(WSDrmIdx) = DormIDNum
                       MOVE WSDrmIdx TO WSDrmFound
                   END-IF
               END-PERFORM
               IF WSDrmFound = ZERO
                   IF WSDrmCount >= WSDrmMax
                       SET WSSomeTableFull TO TRUE
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WSDrmCount
                   MOVE WSDrmCount TO WSDrmFound
                   MOVE DormIDNum TO DrmIDNum(WSDrmFound)
                   MOVE ZERO TO DrmDetect(WSDrmFound)
               END-IF
               IF DormDetectDate >= DrmDetect(WSDrmFound)
                   MOVE DormDetectDate TO DrmDetect(WSDrmFound)
                   MOVE DormLastPost TO DrmLastPost(WSDrmFound)
               END-IF.

      *|==============================================================|
      *    JudgeDormantCredit alerts a large credit that lands on an
      *    account already marked dormant when it came in.
      *|==============================================================|

           JudgeDormantCredit.
               MOVE ZERO TO WSDrmFound
               PERFORM VARYING WSDrmIdx FROM 1 BY 1
                   UNTIL WSDrmIdx > WSDrmCount OR WSDrmFound > ZERO
                   IF DrmIDNum(WSDrmIdx) = PostHIDNum
                       MOVE WSDrmIdx TO WSDrmFound
                   END-IF
               END-PERFORM
               IF WSDrmFound = ZERO
                   EXIT PARAGRAPH
               END-IF
               IF DrmDetect(WSDrmFound) > PostHDate
                   EXIT PARAGRAPH
               END-IF
               MOVE PostHIDNum TO WSAlertIDNum
               MOVE "DORMCRED" TO WSAlertRule
               MOVE PostHDate TO WSAlertEvent
               MOVE PostHAmount TO WSAlertAmount
               MOVE WSDormReach TO WSAlertReach
               MOVE SPACES TO WSAlertDetail
               STRING "credit on account dormant since "
                      DrmDetect(WSDrmFound)
                      ", last post " DrmLastPost(WSDrmFound)
                   DELIMITED BY SIZE INTO WSAlertDetail
               END-STRING
               PERFORM RaiseAlert
               IF NOT WSAlreadyAlerted
                   ADD 1 TO WSDormAlerts
               END-IF.

      *|==============================================================|
      *    RaiseAlert appends the alert in hand to the case file and
      *    the report -- unless the customer already has an alert
      *    under the rule raised inside the rule's window.
      *|==============================================================|

           RaiseAlert.
               MOVE 'N' TO WSAlertDup
               PERFORM VARYING WSKeyIdx FROM 1 BY 1
                   UNTIL WSKeyIdx > WSKeyCount OR WSAlreadyAlerted
                   IF KeyIDNum(WSKeyIdx) = WSAlertIDNum
                       AND KeyRule(WSKeyIdx) = WSAlertRule
                       AND KeyDate(WSKeyIdx) >= WSAlertReach
                       SET WSAlreadyAlerted TO TRUE
                   END-IF
               END-PERFORM
               IF WSAlreadyAlerted
                   ADD 1 TO WSSuppressed
                   EXIT PARAGRAPH
               END-IF
               INITIALIZE SuspCaseRecord
               MOVE WSAlertIDNum TO SCaseIDNum
               MOVE WSAlertRule TO SCaseRule
               MOVE WSBizDate TO SCaseDetectDate
               SET SCaseOpen TO TRUE
               MOVE WSAlertEvent TO SCaseEventDate
               MOVE WSAlertAmount TO SCaseAmount
               MOVE WSAlertDetail TO SCaseDetail
               MOVE ZERO TO SCaseDecideDate
               OPEN EXTEND CaseFile
               IF WSCaseMissing
                   OPEN OUTPUT CaseFile
               END-IF
               WRITE SuspCaseRecord
               CLOSE CaseFile
               ADD 1 TO WSAlertCount
               ADD 1 TO WSOpenCases
               IF WSKeyCount < WSKeyMax
                   ADD 1 TO WSKeyCount
                   MOVE WSAlertIDNum TO KeyIDNum(WSKeyCount)
                   MOVE WSAlertRule TO KeyRule(WSKeyCount)
                   MOVE WSBizDate TO KeyDate(WSKeyCount)
               END-IF
               MOVE WSAlertIDNum TO PrnDetId
               MOVE WSAlertRule TO PrnDetRule
               MOVE WSAlertEvent TO PrnDetEvent
               MOVE WSAlertAmount TO PrnDetAmount
               MOVE WSAlertDetail TO PrnDetDetail
               WRITE ReportLine FROM DetailLine
                   AFTER ADVANCING 1 LINE.

           PrintTotals.
               MOVE "Address change then refund alerts" TO PrnTotLabel
               MOVE WSAddrAlerts TO PrnTotCount
               WRITE ReportLine FROM TotalLine
                   AFTER ADVANCING 2 LINES
               MOVE "Credit/reversal burst alerts" TO PrnTotLabel
               MOVE WSBurstAlerts TO PrnTotCount
               WRITE ReportLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE "Dormant-account credit alerts" TO PrnTotLabel
               MOVE WSDormAlerts TO PrnTotCount
               WRITE ReportLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE "Repeats inside an alert's window" TO PrnTotLabel
               MOVE WSSuppressed TO PrnTotCount
               WRITE ReportLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE "Cases open for review" TO PrnTotLabel
               MOVE WSOpenCases TO PrnTotCount
               WRITE ReportLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               IF WSSomeTableFull OR WSKeyTableFull
                   MOVE SPACES TO ReportLine
                   MOVE " A work table filled (5000 customers); the"
                       & " excess was not monitored tonight."
                       TO ReportLine
                   WRITE ReportLine AFTER ADVANCING 1 LINE
               END-IF.

           WriteRunLogRecord.
               CALL 'RunLog' USING WSLogStepName WSLogEvent
                   WSLogRecords WSLogRejects WSLogRC
                   WSLogCapacity.

      *|==============================================================|
