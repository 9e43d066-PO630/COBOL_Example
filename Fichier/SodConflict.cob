      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SodConflict.

      *|==============================================================|
      *    SodConflict is the monthly segregation-of-duties audit.
      *    Maker/checker stops one operator keying and approving the
      *    same change; it does not stop one operator changing a
      *    customer's address or contact details and, days later,
      *    moving that customer's money. This report lists every
      *    customer where the same operator did both within the
      *    window (CUSTSODDAYS, default 30 days, either order).
      *
      *    Identity changes come off the audit journal -- the live
      *    Journal.log (CUSTJRNL) and every archived segment on the
      *    journal catalog (CUSTJRNLCAT) that overlaps the run --
      *    as updates whose before and after images differ in the
      *    address, email, or phone; the operator who applied the
      *    change and, under dual control, the one who keyed it both
      *    count. Money comes off:
      *        PostJournal.log (CUSTPOSTJ) - any posting that lowers
      *            the balance by CUSTSODAMT (default 500.00) or more,
      *            credited to the keyer named on the posting
      *        PendPost.dat (CUSTPENDPOST) - every approved held
      *            posting, to its maker and its approving checker
      *        RefundQ.dat (CUSTREFQ)     - every approved refund,
      *            to the supervisor who approved it
      *        WriteOff.dat (CUSTWOFF)    - every write-off, to the
      *            supervisor who wrote it off
      *    A posting journal line that is itself a held-posting
      *    approval or a write-off is left to PendPost.dat and
      *    WriteOff.dat so it is not counted twice.
      *
      *    The month is the calendar month of the business date, up
      *    to the business date, unless CUSTSODFROM / CUSTSODTO
      *    (yyyymmdd) give the period. A pair is reported in the
      *    month its later half falls in, so a change made late last
      *    month and a refund early this month show up once, this
      *    month. Batch job names (POSTING, BATCH) are not operators
      *    and are never paired.
      *
      *    A second section lists the supervisor overrides in the
      *    period, grouped by supervisor: in-use marker overrides
      *    off the audit journal and over-limit override postings
      *    ('O') off the posting journal, the latter under the
      *    supervisor who keyed the batch.
      *
      *    Output to CUSTSODRPT (default SodConflict.rpt) inside the
      *    RptBanner frame, registered in the report catalog.
      *    NightlyBatch runs it on the month's last cycle. RC 0
      *    always: the report is information, not a failure.
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT JournalFile ASSIGN TO WSJournalFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSJournalFileStatus.

               SELECT JrnlCatFile ASSIGN TO WSJrnlCatName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSJrnlCatStatus.

               SELECT PostJournalFile ASSIGN TO WSPostJrnlName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSPostJrnlStatus.

               SELECT PendPostFile ASSIGN TO WSPendPostName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSPendPostStatus.

               SELECT RefundFile ASSIGN TO WSRefundFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSRefundStatus.

               SELECT WoffFile ASSIGN TO WSWoffFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSWoffStatus.

               SELECT SortWorkFile ASSIGN TO "SodConflict.wrk".

               SELECT OvrSortFile ASSIGN TO "SodOverride.wrk".

               SELECT SodReport ASSIGN TO WSReportFileName
                   ORGANIZATION IS LINE SEQUENTIAL.

      *|==============================================================|

       DATA DIVISION.

           FILE SECTION.

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

               FD PendPostFile.
                   COPY "PendPost.cpy".

               FD RefundFile.
                   COPY "RefdRec.cpy".

               FD WoffFile.
                   COPY "WoffRec.cpy".

      *    One identity change ('I') or money movement ('M') by one
      *    operator against one customer, sorted so each customer's
      *    work by each operator arrives together.
               SD SortWorkFile.
                   1 SortEntry.
                       2 SortIDNum PIC 9(7).
                       2 SortOperator PIC X(8).
                       2 SortKind PIC X(1).
                           88 SortIdentity VALUE 'I'.
                           88 SortMoney VALUE 'M'.
                       2 SortDate PIC 9(8).
                       2 SortSource PIC X(10).
                       2 SortAmount PIC 9(7)V99.
                       2 SortDetail PIC X(20).

      *    One supervisor override, sorted by supervisor and time.
               SD OvrSortFile.
                   1 OvrEntry.
                       2 OvrSupervisor PIC X(8).
                       2 OvrStamp PIC 9(14).
                       2 OvrKind PIC X(10).
                       2 OvrIDNum PIC 9(7).
                       2 OvrAmount PIC 9(7)V99.

               FD SodReport.
                   1 ReportLine PIC X(132).

           WORKING-STORAGE SECTION.

               1 WSJournalFileName PIC X(100).
               1 WSLiveJournalName PIC X(100).
               1 WSJrnlCatName PIC X(100).
               1 WSPostJrnlName PIC X(100).
               1 WSPendPostName PIC X(100).
               1 WSRefundFileName PIC X(100).
               1 WSWoffFileName PIC X(100).
               1 WSReportFileName PIC X(100).

               1 WSJournalFileStatus PIC X(2).
                   88 WSJournalFileOK VALUE '00'.
               1 WSJrnlCatStatus PIC X(2).
                   88 WSJrnlCatOK VALUE '00'.
               1 WSPostJrnlStatus PIC X(2).
                   88 WSPostJrnlOK VALUE '00'.
               1 WSPendPostStatus PIC X(2).
                   88 WSPendPostOK VALUE '00'.
               1 WSRefundStatus PIC X(2).
                   88 WSRefundOK VALUE '00'.
               1 WSWoffStatus PIC X(2).
                   88 WSWoffOK VALUE '00'.

               1 WSEOF PIC X(1).
                   88 WSAtEOF VALUE 'Y'.
               1 WSCatEOF PIC X(1).
                   88 WSCatAtEOF VALUE 'Y'.
               1 WSSortEOF PIC X(1).
                   88 WSSortAtEOF VALUE 'Y'.

               1 WSBizDateParm PIC X(8).
               1 WSBizDate PIC 9(8).

               1 WSFromParm PIC X(8).
               1 WSToParm PIC X(8).
               1 WSFromDate PIC 9(8).
               1 WSToDate PIC 9(8).
      *    Earliest date read: the window before the period, so a
      *    change late last month pairs with this month's money.
               1 WSReachDate PIC 9(8).

               1 WSWindowParm PIC X(10).
               1 WSWindowDays PIC 9(5) VALUE 30.

               1 WSAmountParm PIC X(15).
               1 WSLargeAmount PIC 9(7)V99 VALUE 500.00.

      *    The two customer images of a journal update, by name.
               COPY "CustRec.cpy"
                   REPLACING CustomerData BY WSBeforeCust
                             CustControlRecord BY WSBeforeCtl.

               COPY "CustRec.cpy"
                   REPLACING CustomerData BY WSAfterCust
                             CustControlRecord BY WSAfterCtl.

               1 WSChangedFields PIC X(20).
               1 WSChangedPtr PIC 9(2).

               1 WSProbeOperator PIC X(8).
               1 WSOperatorFlag PIC X(1).
                   88 WSIsOperator VALUE 'Y'.

      *    The customer/operator group being matched.
               1 WSGrpIDNum PIC 9(7) VALUE ZERO.
               1 WSGrpOperator PIC X(8) VALUE SPACES.
               1 WSGrpMax PIC 9(3) VALUE 100.

               1 WSIdentCount PIC 9(3) VALUE ZERO.
               1 WSIdentTable.
                   2 WSIdentEntry OCCURS 100 TIMES.
                       3 GIDate PIC 9(8).
                       3 GIDetail PIC X(20).

               1 WSMoneyCount PIC 9(3) VALUE ZERO.
               1 WSMoneyTable.
                   2 WSMoneyEntry OCCURS 100 TIMES.
                       3 GMDate PIC 9(8).
                       3 GMSource PIC X(10).
                       3 GMAmount PIC 9(7)V99.

               1 WSIdentIdx PIC 9(3).
               1 WSMoneyIdx PIC 9(3).
               1 WSLaterDate PIC 9(8).
               1 WSGapDays PIC S9(7).

               1 WSGroupOverflow PIC X(1) VALUE 'N'.
                   88 WSGroupTableFull VALUE 'Y'.

               1 WSLastPrintedId PIC 9(7) VALUE ZERO.

               1 WSIdentRead PIC 9(7) VALUE ZERO.
               1 WSMoneyRead PIC 9(7) VALUE ZERO.
               1 WSPairCount PIC 9(7) VALUE ZERO.
               1 WSCustCount PIC 9(7) VALUE ZERO.

               1 WSOvrCount PIC 9(7) VALUE ZERO.
               1 WSOvrSupCount PIC 9(5) VALUE ZERO.
               1 WSPrevSupervisor PIC X(8).

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
                   2 FILLER PIC X(40)
                       VALUE " Segregation-of-duties conflicts for".
                   2 PrnHeadFrom PIC 9(8).
                   2 FILLER PIC X(4) VALUE " to ".
                   2 PrnHeadTo PIC 9(8).
                   2 FILLER PIC X(10) VALUE ", window ".
                   2 PrnHeadDays PIC ZZZZ9.
                   2 FILLER PIC X(5) VALUE " days".

               1 HeadLine2.
                   2 FILLER PIC X(36)
                       VALUE " Customer Operator Identity changed ".
                   2 FILLER PIC X(36)
                       VALUE "                   Money    Source  ".
                   2 FILLER PIC X(21)
                       VALUE "         Amount   Gap".

               1 DetailLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnDetId PIC 9(7).
                   2 FILLER PIC X(2) VALUE SPACES.
                   2 PrnDetOperator PIC X(8).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnDetIdentDate PIC 9(8).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnDetFields PIC X(20).
                   2 FILLER PIC X(7) VALUE SPACES.
                   2 PrnDetMoneyDate PIC 9(8).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnDetSource PIC X(10).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnDetAmount PIC Z,ZZZ,ZZ9.99.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnDetGap PIC ZZZZ9.

               1 OvrHeadLine.
                   2 FILLER PIC X(44)
                       VALUE " Supervisor overrides in the period".

               1 OvrColumnLine.
                   2 FILLER PIC X(40)
                       VALUE " Supervisor Timestamp      Kind       ".
                   2 FILLER PIC X(30)
                       VALUE "Customer        Amount".

               1 OvrDetailLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnOvrSupervisor PIC X(8).
                   2 FILLER PIC X(3) VALUE SPACES.
                   2 PrnOvrStamp PIC 9(14).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnOvrKind PIC X(10).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnOvrId PIC X(7).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnOvrAmount PIC X(12).

               1 OvrSubtotalLine.
                   2 FILLER PIC X(12) VALUE SPACES.
                   2 FILLER PIC X(22)
                       VALUE "Overrides by ".
                   2 PrnSubSupervisor PIC X(8).
                   2 FILLER PIC X(2) VALUE SPACES.
                   2 PrnSubCount PIC ZZZZZZ9.

               1 WSAmountEdit PIC Z,ZZZ,ZZ9.99.

               1 TotalLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnTotLabel PIC X(44).
                   2 PrnTotCount PIC ZZZZZZ9.

      *    Standard report identification and catalog registration.
               1 WSBnrFunction PIC X(1).
               1 WSBnrReportName PIC X(20) VALUE "SodConflict".
               1 WSBnrRequestor PIC X(8) VALUE "BATCH".
               1 WSBnrCount PIC 9(7) VALUE ZERO.
               1 WSBnrLine1 PIC X(80).
               1 WSBnrLine2 PIC X(80).

               1 WSCatReportName PIC X(20).
               1 WSCatFileName PIC X(100).
               1 WSCatPages PIC 9(4) VALUE ZERO.
               1 WSCatRecords PIC 9(7) VALUE ZERO.

      *    Run-log work area handed to the shared RunLog subprogram.
               1 WSLogStepName PIC X(20) VALUE "SodConflict".
               1 WSLogEvent PIC X(1).
               1 WSLogRecords PIC 9(7) VALUE ZERO.
               1 WSLogRejects PIC 9(7) VALUE ZERO.
               1 WSLogRC PIC 9(4) VALUE ZERO.
               1 WSLogCapacity PIC 9(5) VALUE 100.

      *|==============================================================|

       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               PERFORM GetParameters
               MOVE 'S' TO WSLogEvent
               PERFORM WriteRunLogRecord
               OPEN OUTPUT SodReport
               MOVE 'B' TO WSBnrFunction
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   WSBnrRequestor WSBnrCount WSBnrLine1 WSBnrLine2
               WRITE ReportLine FROM WSBnrLine1
               WRITE ReportLine FROM WSBnrLine2
               MOVE WSFromDate TO PrnHeadFrom
               MOVE WSToDate TO PrnHeadTo
               MOVE WSWindowDays TO PrnHeadDays
               WRITE ReportLine FROM HeadLine1
                   AFTER ADVANCING 1 LINE
               WRITE ReportLine FROM HeadLine2
                   AFTER ADVANCING 2 LINES
               SORT SortWorkFile
                   ASCENDING KEY SortIDNum
                   ASCENDING KEY SortOperator
                   ASCENDING KEY SortKind
                   ASCENDING KEY SortDate
                   INPUT PROCEDURE IS LoadActivity
                   OUTPUT PROCEDURE IS MatchActivity
               IF WSPairCount = ZERO
                   MOVE SPACES TO ReportLine
                   MOVE "   (no conflicts in the period)" TO ReportLine
                   WRITE ReportLine AFTER ADVANCING 1 LINE
               END-IF
               MOVE "Identity changes read" TO PrnTotLabel
               MOVE WSIdentRead TO PrnTotCount
               WRITE ReportLine FROM TotalLine
                   AFTER ADVANCING 2 LINES
               MOVE "Money movements read" TO PrnTotLabel
               MOVE WSMoneyRead TO PrnTotCount
               WRITE ReportLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE "Conflicting pairs" TO PrnTotLabel
               MOVE WSPairCount TO PrnTotCount
               WRITE ReportLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE "Customers with a conflict" TO PrnTotLabel
               MOVE WSCustCount TO PrnTotCount
               WRITE ReportLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               IF WSGroupTableFull
                   MOVE SPACES TO ReportLine
                   MOVE " One customer/operator group held more than"
                       & " 100 entries; the excess was not paired."
                       TO ReportLine
                   WRITE ReportLine AFTER ADVANCING 1 LINE
               END-IF
               WRITE ReportLine FROM OvrHeadLine
                   AFTER ADVANCING 3 LINES
               WRITE ReportLine FROM OvrColumnLine
                   AFTER ADVANCING 2 LINES
               SORT OvrSortFile
                   ASCENDING KEY OvrSupervisor
                   ASCENDING KEY OvrStamp
                   INPUT PROCEDURE IS LoadOverrides
                   OUTPUT PROCEDURE IS PrintOverrides
               IF WSOvrCount = ZERO
                   MOVE SPACES TO ReportLine
                   MOVE "   (no overrides in the period)" TO ReportLine
                   WRITE ReportLine AFTER ADVANCING 1 LINE
               END-IF
               MOVE "Supervisor overrides" TO PrnTotLabel
               MOVE WSOvrCount TO PrnTotCount
               WRITE ReportLine FROM TotalLine
                   AFTER ADVANCING 2 LINES
               MOVE 'T' TO WSBnrFunction
               MOVE WSPairCount TO WSBnrCount
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   WSBnrRequestor WSBnrCount WSBnrLine1 WSBnrLine2
               WRITE ReportLine FROM WSBnrLine1
               CLOSE SodReport
               MOVE "SodConflict" TO WSCatReportName
               MOVE WSReportFileName TO WSCatFileName
               MOVE WSPairCount TO WSCatRecords
               CALL 'RptCatalog' USING WSCatReportName
                   WSCatFileName WSCatPages WSCatRecords
               DISPLAY "SodConflict: " WSPairCount " conflicting pairs "
                   "on " WSCustCount " customers, " WSOvrCount
                   " overrides."
               MOVE 'E' TO WSLogEvent
               ADD WSIdentRead WSMoneyRead GIVING WSLogRecords
               MOVE WSPairCount TO WSLogRejects
               PERFORM WriteRunLogRecord
               MOVE ZERO TO RETURN-CODE
               GOBACK.

           GetParameters.
               ACCEPT WSLiveJournalName FROM ENVIRONMENT "CUSTJRNL"
                   ON EXCEPTION
                       MOVE "Journal.log" TO WSLiveJournalName
               END-ACCEPT
               ACCEPT WSJrnlCatName FROM ENVIRONMENT "CUSTJRNLCAT"
                   ON EXCEPTION
                       MOVE "JrnlCatalog.dat" TO WSJrnlCatName
               END-ACCEPT
               ACCEPT WSPostJrnlName FROM ENVIRONMENT "CUSTPOSTJ"
                   ON EXCEPTION
                       MOVE "PostJournal.log" TO WSPostJrnlName
               END-ACCEPT
               ACCEPT WSPendPostName FROM ENVIRONMENT "CUSTPENDPOST"
                   ON EXCEPTION
                       MOVE "PendPost.dat" TO WSPendPostName
               END-ACCEPT
               ACCEPT WSRefundFileName FROM ENVIRONMENT "CUSTREFQ"
                   ON EXCEPTION
                       MOVE "RefundQ.dat" TO WSRefundFileName
               END-ACCEPT
               ACCEPT WSWoffFileName FROM ENVIRONMENT "CUSTWOFF"
                   ON EXCEPTION
                       MOVE "WriteOff.dat" TO WSWoffFileName
               END-ACCEPT
               ACCEPT WSReportFileName FROM ENVIRONMENT "CUSTSODRPT"
                   ON EXCEPTION
                       MOVE "SodConflict.rpt" TO WSReportFileName
               END-ACCEPT
               ACCEPT WSWindowParm FROM ENVIRONMENT "CUSTSODDAYS"
                   ON EXCEPTION
                       MOVE SPACES TO WSWindowParm
               END-ACCEPT
               IF WSWindowParm NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(WSWindowParm) = 0
                   MOVE FUNCTION NUMVAL(WSWindowParm) TO WSWindowDays
               END-IF
               ACCEPT WSAmountParm FROM ENVIRONMENT "CUSTSODAMT"
                   ON EXCEPTION
                       MOVE SPACES TO WSAmountParm
               END-ACCEPT
               IF WSAmountParm NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(WSAmountParm) = 0
                   MOVE FUNCTION NUMVAL(WSAmountParm) TO WSLargeAmount
               END-IF
               ACCEPT WSBizDateParm FROM ENVIRONMENT "CUSTBIZDATE"
                   ON EXCEPTION
                       MOVE SPACES TO WSBizDateParm
               END-ACCEPT
               IF WSBizDateParm IS NUMERIC
                   MOVE WSBizDateParm TO WSBizDate
               ELSE
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WSBizDate
               END-IF
               ACCEPT WSFromParm FROM ENVIRONMENT "CUSTSODFROM"
                   ON EXCEPTION
                       MOVE SPACES TO WSFromParm
               END-ACCEPT
               ACCEPT WSToParm FROM ENVIRONMENT "CUSTSODTO"
                   ON EXCEPTION
                       MOVE SPACES TO WSToParm
               END-ACCEPT
               IF WSFromParm IS NUMERIC AND WSToParm IS NUMERIC
                   MOVE WSFromParm TO WSFromDate
                   MOVE WSToParm TO WSToDate
               ELSE
                   MOVE WSBizDate TO WSFromDate
                   MOVE "01" TO WSFromDate(7:2)
                   MOVE WSBizDate TO WSToDate
               END-IF
               MOVE 'A' TO WSDateCalcOp
               MOVE WSFromDate TO WSDateCalcDate1
               COMPUTE WSDateCalcDays = 0 - WSWindowDays
               CALL 'DateCalc' USING WSDateCalcOp WSDateCalcDate1
                   WSDateCalcDate2 WSDateCalcDays WSDateCalcResult
                   WSDateCalcDow WSDateCalcValid
               IF WSDateCalcOK
                   MOVE WSDateCalcResult TO WSReachDate
               ELSE
                   MOVE WSFromDate TO WSReachDate
               END-IF.

      *|==============================================================|
      *    LoadActivity releases every identity change and money
      *    movement from the reach date to the end of the period.
      *|==============================================================|

           LoadActivity.
               MOVE WSLiveJournalName TO WSJournalFileName
               PERFORM LoadOneJournalFile
               MOVE 'N' TO WSCatEOF
               OPEN INPUT JrnlCatFile
               IF WSJrnlCatOK
                   PERFORM UNTIL WSCatAtEOF
                       READ JrnlCatFile
                           AT END SET WSCatAtEOF TO TRUE
                           NOT AT END
                               IF JCatLastStamp(1:8) >= WSReachDate
                                   AND JCatFirstStamp(1:8) <= WSToDate
                                   MOVE JCatSegmentName
                                       TO WSJournalFileName
                                   PERFORM LoadOneJournalFile
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE JrnlCatFile
               END-IF
               PERFORM LoadPostJournal
               PERFORM LoadPendingApprovals
               PERFORM LoadRefunds
               PERFORM LoadWriteOffs.

           LoadOneJournalFile.
               MOVE 'N' TO WSEOF
               OPEN INPUT JournalFile
               IF NOT WSJournalFileOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ JournalFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF JrnlUpdate
                               AND JrnlTimestamp(1:8) >= WSReachDate
                               AND JrnlTimestamp(1:8) <= WSToDate
                               PERFORM ReleaseIdentityChange
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JournalFile.

      *|==============================================================|
      *    ReleaseIdentityChange names the identity fields an update
      *    changed; an update that touched none of them (a name fix,
      *    a status flag) is not identity data and is passed over.
      *|==============================================================|

           ReleaseIdentityChange.
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
                   STRING "EMAIL " DELIMITED BY SIZE
                       INTO WSChangedFields WITH POINTER WSChangedPtr
                   END-STRING
               END-IF
               IF CustPhone OF WSBeforeCust
                       NOT = CustPhone OF WSAfterCust
                   STRING "PHONE" DELIMITED BY SIZE
                       INTO WSChangedFields WITH POINTER WSChangedPtr
                   END-STRING
               END-IF
               IF WSChangedFields = SPACES
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WSIdentRead
               MOVE JrnlIDNum TO SortIDNum
               SET SortIdentity TO TRUE
               MOVE JrnlTimestamp(1:8) TO SortDate
               MOVE "JOURNAL" TO SortSource
               MOVE ZERO TO SortAmount
               MOVE WSChangedFields TO SortDetail
               MOVE JrnlOperator TO WSProbeOperator
               PERFORM ReleaseForOperator
               IF JrnlMakerId NOT = JrnlOperator
                   MOVE JrnlMakerId TO WSProbeOperator
                   PERFORM ReleaseForOperator
               END-IF.

      *|==============================================================|
      *    ReleaseForOperator releases the entry built in SortEntry
      *    under WSProbeOperator, unless that is a batch job name.
      *|==============================================================|

           ReleaseForOperator.
               PERFORM CheckIsOperator
               IF WSIsOperator
                   MOVE WSProbeOperator TO SortOperator
                   RELEASE SortEntry
               END-IF.

           CheckIsOperator.
               MOVE 'Y' TO WSOperatorFlag
               IF WSProbeOperator = SPACES
                   OR WSProbeOperator = "POSTING"
                   OR WSProbeOperator = "BATCH"
                   MOVE 'N' TO WSOperatorFlag
               END-IF.

           LoadPostJournal.
               MOVE 'N' TO WSEOF
               OPEN INPUT PostJournalFile
               IF NOT WSPostJrnlOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ PostJournalFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF PJrnlTimestamp(1:8) >= WSReachDate
                               AND PJrnlTimestamp(1:8) <= WSToDate
                               PERFORM ReleaseLargeCredit
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PostJournalFile.

      *|==============================================================|
      *    ReleaseLargeCredit: a write-off ('W') and a held-posting
      *    approval (applied by a named checker, with its maker
      *    beside it) come in from their own files instead.
      *|==============================================================|

           ReleaseLargeCredit.
               IF PJrnlType = 'W'
                   EXIT PARAGRAPH
               END-IF
               IF PJrnlOperator NOT = "POSTING"
                   AND PJrnlMakerId NOT = SPACES
                   EXIT PARAGRAPH
               END-IF
               IF PJrnlAfterBal NOT < PJrnlBeforeBal
                   OR PJrnlAmount < WSLargeAmount
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WSMoneyRead
               MOVE PJrnlIDNum TO SortIDNum
               SET SortMoney TO TRUE
               MOVE PJrnlTimestamp(1:8) TO SortDate
               MOVE SPACES TO SortSource
               STRING "CREDIT " PJrnlType DELIMITED BY SIZE
                   INTO SortSource
               END-STRING
               MOVE PJrnlAmount TO SortAmount
               MOVE SPACES TO SortDetail
               MOVE PJrnlOperator TO WSProbeOperator
               PERFORM ReleaseForOperator
               IF PJrnlMakerId NOT = PJrnlOperator
                   MOVE PJrnlMakerId TO WSProbeOperator
                   PERFORM ReleaseForOperator
               END-IF.

           LoadPendingApprovals.
               MOVE 'N' TO WSEOF
               OPEN INPUT PendPostFile
               IF NOT WSPendPostOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ PendPostFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF PPApproved
                               AND PPDate >= WSReachDate
                               AND PPDate <= WSToDate
                               ADD 1 TO WSMoneyRead
                               MOVE PPIDNum TO SortIDNum
                               SET SortMoney TO TRUE
                               MOVE PPDate TO SortDate
                               MOVE SPACES TO SortSource
                               STRING "HELD " PPType
                                   DELIMITED BY SIZE INTO SortSource
                               END-STRING
                               MOVE PPAmount TO SortAmount
                               MOVE SPACES TO SortDetail
                               MOVE PPMakerId TO WSProbeOperator
                               PERFORM ReleaseForOperator
                               IF PPCheckerId NOT = PPMakerId
                                   MOVE PPCheckerId TO WSProbeOperator
                                   PERFORM ReleaseForOperator
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PendPostFile.

           LoadRefunds.
               MOVE 'N' TO WSEOF
               OPEN INPUT RefundFile
               IF NOT WSRefundOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ RefundFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF RefApproved
                               AND RefDecideDate >= WSReachDate
                               AND RefDecideDate <= WSToDate
                               ADD 1 TO WSMoneyRead
                               MOVE RefIDNum TO SortIDNum
                               SET SortMoney TO TRUE
                               MOVE RefDecideDate TO SortDate
                               MOVE "REFUND" TO SortSource
                               MOVE RefAmount TO SortAmount
                               MOVE SPACES TO SortDetail
                               MOVE RefOperator TO WSProbeOperator
                               PERFORM ReleaseForOperator
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RefundFile.

           LoadWriteOffs.
               MOVE 'N' TO WSEOF
               OPEN INPUT WoffFile
               IF NOT WSWoffOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ WoffFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF WoffDate >= WSReachDate
                               AND WoffDate <= WSToDate
                               ADD 1 TO WSMoneyRead
                               MOVE WoffIDNum TO SortIDNum
                               SET SortMoney TO TRUE
                               MOVE WoffDate TO SortDate
                               MOVE "WRITE-OFF" TO SortSource
                               MOVE WoffAmount TO SortAmount
                               MOVE SPACES TO SortDetail
                               MOVE WoffOperator TO WSProbeOperator
                               PERFORM ReleaseForOperator
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WoffFile.

      *|==============================================================|
      *    MatchActivity gathers each customer/operator group's
      *    identity changes and money movements and pairs them off
      *    at the group break.
      *|==============================================================|

           MatchActivity.
               MOVE 'N' TO WSSortEOF
               MOVE ZERO TO WSIdentCount
               MOVE ZERO TO WSMoneyCount
               PERFORM UNTIL WSSortAtEOF
                   RETURN SortWorkFile
                       AT END SET WSSortAtEOF TO TRUE
                       NOT AT END
                           IF SortIDNum NOT = WSGrpIDNum
                               OR SortOperator NOT = WSGrpOperator
                               PERFORM PairGroup
                               MOVE SortIDNum TO WSGrpIDNum
                               MOVE SortOperator TO WSGrpOperator
                           END-IF
                           PERFORM StoreGroupEntry
                   END-RETURN
               END-PERFORM
               PERFORM PairGroup.

           StoreGroupEntry.
               IF SortIdentity
                   IF WSIdentCount < WSGrpMax
                       ADD 1 TO WSIdentCount
                       MOVE SortDate TO GIDate(WSIdentCount)
                       MOVE SortDetail TO GIDetail(WSIdentCount)
                   ELSE
                       SET WSGroupTableFull TO TRUE
                   END-IF
               ELSE
                   IF WSMoneyCount < WSGrpMax
                       ADD 1 TO WSMoneyCount
                       MOVE SortDate TO GMDate(WSMoneyCount)
                       MOVE SortSource TO GMSource(WSMoneyCount)
                       MOVE SortAmount TO GMAmount(WSMoneyCount)
                   ELSE
                       SET WSGroupTableFull TO TRUE
                   END-IF
               END-IF.

           PairGroup.
               IF WSIdentCount > ZERO AND WSMoneyCount > ZERO
                   PERFORM VARYING WSMoneyIdx FROM 1 BY 1
                       UNTIL WSMoneyIdx > WSMoneyCount
                       PERFORM VARYING WSIdentIdx FROM 1 BY 1
                           UNTIL WSIdentIdx > WSIdentCount
                           PERFORM JudgeOnePair
                       END-PERFORM
                   END-PERFORM
               END-IF
               MOVE ZERO TO WSIdentCount
               MOVE ZERO TO WSMoneyCount.

      *|==============================================================|
      *    JudgeOnePair reports the pair when the two fall inside
      *    the window and the later of them falls in the period.
      *|==============================================================|

           JudgeOnePair.
               IF GIDate(WSIdentIdx) > GMDate(WSMoneyIdx)
                   MOVE GIDate(WSIdentIdx) TO WSLaterDate
               ELSE
                   MOVE GMDate(WSMoneyIdx) TO WSLaterDate
               END-IF
               IF WSLaterDate < WSFromDate
                   EXIT PARAGRAPH
               END-IF
               MOVE 'D' TO WSDateCalcOp
               MOVE GIDate(WSIdentIdx) TO WSDateCalcDate1
               MOVE GMDate(WSMoneyIdx) TO WSDateCalcDate2
               CALL 'DateCalc' USING WSDateCalcOp WSDateCalcDate1
                   WSDateCalcDate2 WSGapDays WSDateCalcResult
                   WSDateCalcDow WSDateCalcValid
               IF NOT WSDateCalcOK
                   EXIT PARAGRAPH
               END-IF
               IF WSGapDays < ZERO
                   COMPUTE WSGapDays = 0 - WSGapDays
               END-IF
               IF WSGapDays > WSWindowDays
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WSPairCount
               IF WSGrpIDNum NOT = WSLastPrintedId
                   ADD 1 TO WSCustCount
                   MOVE WSGrpIDNum TO WSLastPrintedId
               END-IF
               MOVE WSGrpIDNum TO PrnDetId
               MOVE WSGrpOperator TO PrnDetOperator
               MOVE GIDate(WSIdentIdx) TO PrnDetIdentDate
               MOVE GIDetail(WSIdentIdx) TO PrnDetFields
               MOVE GMDate(WSMoneyIdx) TO PrnDetMoneyDate
               MOVE GMSource(WSMoneyIdx) TO PrnDetSource
               MOVE GMAmount(WSMoneyIdx) TO PrnDetAmount
               MOVE WSGapDays TO PrnDetGap
               WRITE ReportLine FROM DetailLine
                   AFTER ADVANCING 1 LINE.

      *|==============================================================|
      *    LoadOverrides releases the period's supervisor overrides:
      *    in-use marker overrides off the audit journal and 'O'
      *    postings off the posting journal.
      *|==============================================================|

           LoadOverrides.
               MOVE WSLiveJournalName TO WSJournalFileName
               PERFORM LoadJournalOverrides
               MOVE 'N' TO WSCatEOF
               OPEN INPUT JrnlCatFile
               IF WSJrnlCatOK
                   PERFORM UNTIL WSCatAtEOF
                       READ JrnlCatFile
                           AT END SET WSCatAtEOF TO TRUE
                           NOT AT END
                               IF JCatLastStamp(1:8) >= WSFromDate
                                   AND JCatFirstStamp(1:8) <= WSToDate
                                   MOVE JCatSegmentName
                                       TO WSJournalFileName
                                   PERFORM LoadJournalOverrides
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE JrnlCatFile
               END-IF
               MOVE 'N' TO WSEOF
               OPEN INPUT PostJournalFile
               IF NOT WSPostJrnlOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ PostJournalFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF PJrnlType = 'O'
                               AND PJrnlTimestamp(1:8) >= WSFromDate
                               AND PJrnlTimestamp(1:8) <= WSToDate
                               IF PJrnlMakerId = SPACES
                                   MOVE PJrnlOperator TO OvrSupervisor
                               ELSE
                                   MOVE PJrnlMakerId TO OvrSupervisor
                               END-IF
                               MOVE PJrnlTimestamp TO OvrStamp
                               MOVE "OVER LIMIT" TO OvrKind
                               MOVE PJrnlIDNum TO OvrIDNum
                               MOVE PJrnlAmount TO OvrAmount
                               RELEASE OvrEntry
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PostJournalFile.

           LoadJournalOverrides.
               MOVE 'N' TO WSEOF
               OPEN INPUT JournalFile
               IF NOT WSJournalFileOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ JournalFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF JrnlOverride
                               AND JrnlTimestamp(1:8) >= WSFromDate
                               AND JrnlTimestamp(1:8) <= WSToDate
                               MOVE JrnlOperator TO OvrSupervisor
                               MOVE JrnlTimestamp TO OvrStamp
                               MOVE "IN-USE" TO OvrKind
                               MOVE ZERO TO OvrIDNum
                               MOVE ZERO TO OvrAmount
                               RELEASE OvrEntry
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JournalFile.

           PrintOverrides.
               MOVE 'N' TO WSSortEOF
               MOVE SPACES TO WSPrevSupervisor
               MOVE ZERO TO WSOvrSupCount
               PERFORM UNTIL WSSortAtEOF
                   RETURN OvrSortFile
                       AT END SET WSSortAtEOF TO TRUE
                       NOT AT END
                           IF WSOvrCount > ZERO
                               AND OvrSupervisor NOT = WSPrevSupervisor
                               PERFORM PrintOverrideSubtotal
                           END-IF
                           MOVE OvrSupervisor TO WSPrevSupervisor
                           PERFORM PrintOneOverride
                   END-RETURN
               END-PERFORM
               IF WSOvrCount > ZERO
                   PERFORM PrintOverrideSubtotal
               END-IF.

           PrintOneOverride.
               ADD 1 TO WSOvrCount
               ADD 1 TO WSOvrSupCount
               MOVE OvrSupervisor TO PrnOvrSupervisor
               MOVE OvrStamp TO PrnOvrStamp
               MOVE OvrKind TO PrnOvrKind
               IF OvrIDNum = ZERO
                   MOVE SPACES TO PrnOvrId
                   MOVE SPACES TO PrnOvrAmount
               ELSE
                   MOVE OvrIDNum TO PrnOvrId
                   MOVE OvrAmount TO WSAmountEdit
                   MOVE WSAmountEdit TO PrnOvrAmount
               END-IF
               WRITE ReportLine FROM OvrDetailLine
                   AFTER ADVANCING 1 LINE.

           PrintOverrideSubtotal.
               MOVE WSPrevSupervisor TO PrnSubSupervisor
               MOVE WSOvrSupCount TO PrnSubCount
               WRITE ReportLine FROM OvrSubtotalLine
                   AFTER ADVANCING 1 LINE
               MOVE SPACES TO ReportLine
               WRITE ReportLine AFTER ADVANCING 1 LINE
               MOVE ZERO TO WSOvrSupCount.

           WriteRunLogRecord.
               CALL 'RunLog' USING WSLogStepName WSLogEvent
                   WSLogRecords WSLogRejects WSLogRC
                   WSLogCapacity.

      *|==============================================================|
