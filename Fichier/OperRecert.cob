      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. OperRecert.

      *|==============================================================|
      *    OperRecert prints the quarterly operator access
      *    recertification: one line for every Id on Operators.dat
      *    (CUSTOPS) with its role, last sign-in, password age, lock
      *    state, and how much work it did over the quarter -- the
      *    customer changes it made or approved on the audit journal
      *    and the postings it made or approved on the posting
      *    journal -- followed by a blank sign-off column the
      *    supervisor marks Keep or Revoke and initials. An Id with
      *    no sign-in and no activity in the quarter is the one an
      *    auditor will ask about first.
      *
      *    The quarter is the calendar quarter holding the business
      *    date, from its first day to the business date, unless
      *    CUSTRECFROM / CUSTRECTO (yyyymmdd) give the period. The
      *    audit journal is read live (CUSTJRNL) and through every
      *    archived segment on the journal catalog (CUSTJRNLCAT)
      *    whose stamps overlap the period, the way Disclosure walks
      *    it; the posting journal is CUSTPOSTJ. Lock state is as
      *    the file stands -- OperDormant's nightly lockouts of
      *    unused Ids included -- and a lock that came from there is
      *    marked DORMANT when its lockout entry is in the period.
      *
      *    NightlyBatch runs it on the last cycle of each quarter;
      *    it can also be run on demand. Output to CUSTRECRPT
      *    (default OperRecert.rpt) inside the RptBanner frame,
      *    registered in the report catalog.
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT OperatorFile ASSIGN TO WSOperatorFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSOpFileStatus.

               SELECT JournalFile ASSIGN TO WSJournalFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSJournalFileStatus.

               SELECT JrnlCatFile ASSIGN TO WSJrnlCatName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSJrnlCatStatus.

               SELECT PostJournalFile ASSIGN TO WSPostJrnlName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSPostJrnlStatus.

               SELECT RecertReport ASSIGN TO WSReportFileName
                   ORGANIZATION IS LINE SEQUENTIAL.

      *|==============================================================|

       DATA DIVISION.

           FILE SECTION.

               FD OperatorFile.
                   1 OperatorRecord.
                       2 OpID PIC X(8).
                       2 OpPassword PIC X(8).
                       2 OpRole PIC X(1).
                       2 OpPwdDate PIC X(8).
                       2 OpFailCount PIC X(1).
                       2 OpLockFlag PIC X(1).
                       2 OpLastSignon PIC X(14).

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

               FD RecertReport.
                   1 ReportLine PIC X(132).

           WORKING-STORAGE SECTION.

               1 WSOperatorFileName PIC X(100).
               1 WSJournalFileName PIC X(100).
               1 WSLiveJournalName PIC X(100).
               1 WSJrnlCatName PIC X(100).
               1 WSPostJrnlName PIC X(100).
               1 WSReportFileName PIC X(100).

               1 WSOpFileStatus PIC X(2).
                   88 WSOpFileOK VALUE '00'.

               1 WSJournalFileStatus PIC X(2).
                   88 WSJournalFileOK VALUE '00'.

               1 WSJrnlCatStatus PIC X(2).
                   88 WSJrnlCatOK VALUE '00'.

               1 WSPostJrnlStatus PIC X(2).
                   88 WSPostJrnlOK VALUE '00'.

               1 WSEOF PIC X(1).
                   88 WSAtEOF VALUE 'Y'.

               1 WSCatEOF PIC X(1).
                   88 WSCatAtEOF VALUE 'Y'.

               1 WSBizDateParm PIC X(8).
               1 WSBizDate PIC 9(8).
               1 WSBizDateParts REDEFINES WSBizDate.
                   2 WSBizYear PIC 9(4).
                   2 WSBizMonth PIC 9(2).
                   2 WSBizDay PIC 9(2).

               1 WSFromParm PIC X(8).
               1 WSToParm PIC X(8).
               1 WSFromDate PIC 9(8).
               1 WSFromParts REDEFINES WSFromDate.
                   2 WSFromYear PIC 9(4).
                   2 WSFromMonth PIC 9(2).
                   2 WSFromDay PIC 9(2).
               1 WSToDate PIC 9(8).
               1 WSQuarterIdx PIC 9(2).

      *    One entry per operator on file, with the quarter's counts.
               1 WSOpCount PIC 9(2) VALUE ZERO.

               1 WSOpTable.
                   2 WSOpEntry OCCURS 50 TIMES.
                       3 WSTblOpID PIC X(8).
                       3 WSTblOpRole PIC X(1).
                       3 WSTblOpPwdDate PIC X(8).
                       3 WSTblOpLockFlag PIC X(1).
                       3 WSTblOpLastSignon PIC X(14).
                       3 WSTblOpJrnlCount PIC 9(7).
                       3 WSTblOpPostCount PIC 9(7).
                       3 WSTblOpDormFlag PIC X(1).

               1 WSOpIdx PIC 9(2) VALUE ZERO.
               1 WSOpFoundIdx PIC 9(2) VALUE ZERO.
               1 WSProbeOperator PIC X(8).

               1 WSOpOverflowFlag PIC X(1) VALUE 'N'.
                   88 WSOpTableOverflow VALUE 'Y'.

               1 WSLockedOperator PIC X(8).

               1 WSPwdAgeDays PIC S9(7) VALUE ZERO.
               1 WSPwdAgeDisplay PIC ZZZZZZ9.

               1 WSJrnlTotal PIC 9(7) VALUE ZERO.
               1 WSPostTotal PIC 9(7) VALUE ZERO.
               1 WSLockedTotal PIC 9(5) VALUE ZERO.
               1 WSIdleTotal PIC 9(5) VALUE ZERO.

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
                       VALUE " Operator access recertification for".
                   2 PrnHeadFrom PIC 9(8).
                   2 FILLER PIC X(4) VALUE " to ".
                   2 PrnHeadTo PIC 9(8).

               1 HeadLine2.
                   2 FILLER PIC X(26)
                       VALUE " Operator Role            ".
                   2 FILLER PIC X(19)
                       VALUE "Last sign-in       ".
                   2 FILLER PIC X(19)
                       VALUE "Pwd age Lock state ".
                   2 FILLER PIC X(26)
                       VALUE "Changes Postings  Sign-off".

               1 DetailLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnDetOperator PIC X(8).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnDetRole PIC X(1).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnDetRoleName PIC X(13).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnDetSignon PIC X(16).
                   2 FILLER PIC X(3) VALUE SPACES.
                   2 PrnDetPwdAge PIC X(7).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnDetLock PIC X(10).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnDetJrnl PIC ZZZZZZ9.
                   2 FILLER PIC X(2) VALUE SPACES.
                   2 PrnDetPost PIC ZZZZZZ9.
                   2 FILLER PIC X(2) VALUE SPACES.
                   2 PrnDetSignoff PIC X(40)
                       VALUE "Keep ___ Revoke ___ Initials ______".

               1 TotalLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnTotLabel PIC X(44).
                   2 PrnTotCount PIC ZZZZZZ9.

               1 WSSignonWork PIC X(14).

      *    Standard report identification and catalog registration.
               1 WSBnrFunction PIC X(1).
               1 WSBnrReportName PIC X(20) VALUE "OperRecert".
               1 WSBnrRequestor PIC X(8) VALUE "BATCH".
               1 WSBnrCount PIC 9(7) VALUE ZERO.
               1 WSBnrLine1 PIC X(80).
               1 WSBnrLine2 PIC X(80).

               1 WSCatReportName PIC X(20).
               1 WSCatFileName PIC X(100).
               1 WSCatPages PIC 9(4) VALUE ZERO.
               1 WSCatRecords PIC 9(7) VALUE ZERO.

      *    Run-log work area handed to the shared RunLog subprogram.
               1 WSLogStepName PIC X(20) VALUE "OperRecert".
               1 WSLogEvent PIC X(1).
               1 WSLogRecords PIC 9(7) VALUE ZERO.
               1 WSLogRejects PIC 9(7) VALUE ZERO.
               1 WSLogRC PIC 9(4) VALUE ZERO.
               1 WSLogCapacity PIC 9(5) VALUE 50.

      *|==============================================================|

       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               PERFORM GetRunParameters
               MOVE 'S' TO WSLogEvent
               PERFORM WriteRunLogRecord
               PERFORM LoadOperatorTable
               IF WSOpTableOverflow
                   DISPLAY "OperRecert: operator file exceeds the "
                       "50-record table; the first 50 are listed."
                   MOVE 4 TO WSLogRC
               END-IF
               MOVE WSLiveJournalName TO WSJournalFileName
               PERFORM ScanOneJournalFile
               MOVE 'N' TO WSCatEOF
               OPEN INPUT JrnlCatFile
               IF WSJrnlCatOK
                   PERFORM UNTIL WSCatAtEOF
                       READ JrnlCatFile
                           AT END SET WSCatAtEOF TO TRUE
                           NOT AT END
                               PERFORM ScanCatalogSegment
                       END-READ
                   END-PERFORM
                   CLOSE JrnlCatFile
               END-IF
               PERFORM ScanPostingJournal
               PERFORM PrintReport
               DISPLAY "OperRecert: " WSOpCount " operators listed for "
                   WSFromDate " to " WSToDate ", " WSLockedTotal
                   " locked, " WSIdleTotal " idle."
               MOVE 'E' TO WSLogEvent
               MOVE WSOpCount TO WSLogRecords
               PERFORM WriteRunLogRecord
               MOVE ZERO TO RETURN-CODE
               GOBACK.

      *|==============================================================|
      *    GetRunParameters settles the file names and the period:
      *    the calendar quarter of the business date unless both
      *    CUSTRECFROM and CUSTRECTO are given.
      *|==============================================================|

           GetRunParameters.
               ACCEPT WSOperatorFileName FROM ENVIRONMENT "CUSTOPS"
                   ON EXCEPTION
                       MOVE "Operators.dat" TO WSOperatorFileName
               END-ACCEPT
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
               ACCEPT WSReportFileName FROM ENVIRONMENT "CUSTRECRPT"
                   ON EXCEPTION
                       MOVE "OperRecert.rpt" TO WSReportFileName
               END-ACCEPT
               ACCEPT WSBizDateParm FROM ENVIRONMENT "CUSTBIZDATE"
                   ON EXCEPTION
                       MOVE SPACES TO WSBizDateParm
               END-ACCEPT
               IF WSBizDateParm IS NUMERIC
                   MOVE WSBizDateParm TO WSBizDate
               ELSE
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WSBizDate
               END-IF
               ACCEPT WSFromParm FROM ENVIRONMENT "CUSTRECFROM"
                   ON EXCEPTION
                       MOVE SPACES TO WSFromParm
               END-ACCEPT
               ACCEPT WSToParm FROM ENVIRONMENT "CUSTRECTO"
                   ON EXCEPTION
                       MOVE SPACES TO WSToParm
               END-ACCEPT
               IF WSFromParm IS NUMERIC AND WSToParm IS NUMERIC
                   MOVE WSFromParm TO WSFromDate
                   MOVE WSToParm TO WSToDate
               ELSE
                   MOVE WSBizYear TO WSFromYear
                   COMPUTE WSQuarterIdx = WSBizMonth - 1
                   DIVIDE 3 INTO WSQuarterIdx
                   COMPUTE WSFromMonth = WSQuarterIdx * 3 + 1
                   MOVE 1 TO WSFromDay
                   MOVE WSBizDate TO WSToDate
               END-IF.

           LoadOperatorTable.
               MOVE ZERO TO WSOpCount
               MOVE 'N' TO WSEOF
               OPEN INPUT OperatorFile
               IF NOT WSOpFileOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ OperatorFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF WSOpCount < 50
                               ADD 1 TO WSOpCount
                               MOVE OpID TO WSTblOpID(WSOpCount)
                               MOVE OpRole TO WSTblOpRole(WSOpCount)
                               MOVE OpPwdDate
                                   TO WSTblOpPwdDate(WSOpCount)
                               MOVE OpLockFlag
                                   TO WSTblOpLockFlag(WSOpCount)
                               MOVE OpLastSignon
                                   TO WSTblOpLastSignon(WSOpCount)
                               MOVE ZERO TO WSTblOpJrnlCount(WSOpCount)
                               MOVE ZERO TO WSTblOpPostCount(WSOpCount)
                               MOVE 'N' TO WSTblOpDormFlag(WSOpCount)
                           ELSE
                               SET WSOpTableOverflow TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OperatorFile.

      *|==============================================================|
      *    ScanCatalogSegment skips an archived segment wholly
      *    outside the period before opening it.
      *|==============================================================|

           ScanCatalogSegment.
               IF JCatLastStamp IS NUMERIC
                   AND JCatLastStamp(1:8) < WSFromDate
                   EXIT PARAGRAPH
               END-IF
               IF JCatFirstStamp IS NUMERIC
                   AND JCatFirstStamp(1:8) > WSToDate
                   EXIT PARAGRAPH
               END-IF
               MOVE JCatSegmentName TO WSJournalFileName
               PERFORM ScanOneJournalFile.

      *|==============================================================|
      *    ScanOneJournalFile credits each entry in the period to the
      *    operator who applied it and, under dual control, to the
      *    maker who keyed it. An operator lockout entry is not work
      *    done: it marks the locked Id as locked for dormancy.
      *|==============================================================|

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
                           IF JrnlTimestamp(1:8) >= WSFromDate
                               AND JrnlTimestamp(1:8) <= WSToDate
                               PERFORM CountJournalEntry
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JournalFile.

           CountJournalEntry.
               IF JrnlOperLockout
                   MOVE SPACES TO WSLockedOperator
                   UNSTRING JrnlAfterImage(10:8) DELIMITED BY SPACE
                       INTO WSLockedOperator
                   END-UNSTRING
                   MOVE WSLockedOperator TO WSProbeOperator
                   PERFORM FindOperator
                   IF WSOpFoundIdx > ZERO
                       MOVE 'Y' TO WSTblOpDormFlag(WSOpFoundIdx)
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               MOVE JrnlOperator TO WSProbeOperator
               PERFORM FindOperator
               IF WSOpFoundIdx > ZERO
                   ADD 1 TO WSTblOpJrnlCount(WSOpFoundIdx)
               END-IF
               IF JrnlMakerId NOT = SPACES
                   AND JrnlMakerId NOT = JrnlOperator
                   MOVE JrnlMakerId TO WSProbeOperator
                   PERFORM FindOperator
                   IF WSOpFoundIdx > ZERO
                       ADD 1 TO WSTblOpJrnlCount(WSOpFoundIdx)
                   END-IF
               END-IF.

           ScanPostingJournal.
               MOVE 'N' TO WSEOF
               OPEN INPUT PostJournalFile
               IF NOT WSPostJrnlOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ PostJournalFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF PJrnlTimestamp(1:8) >= WSFromDate
                               AND PJrnlTimestamp(1:8) <= WSToDate
                               PERFORM CountPostingEntry
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PostJournalFile.

           CountPostingEntry.
               MOVE PJrnlOperator TO WSProbeOperator
               PERFORM FindOperator
               IF WSOpFoundIdx > ZERO
                   ADD 1 TO WSTblOpPostCount(WSOpFoundIdx)
               END-IF
               IF PJrnlMakerId NOT = SPACES
                   AND PJrnlMakerId NOT = PJrnlOperator
                   MOVE PJrnlMakerId TO WSProbeOperator
                   PERFORM FindOperator
                   IF WSOpFoundIdx > ZERO
                       ADD 1 TO WSTblOpPostCount(WSOpFoundIdx)
                   END-IF
               END-IF.

           FindOperator.
               MOVE ZERO TO WSOpFoundIdx
               PERFORM VARYING WSOpIdx FROM 1 BY 1
                   UNTIL WSOpIdx > WSOpCount OR WSOpFoundIdx > ZERO
                   IF WSTblOpID(WSOpIdx) = WSProbeOperator
                       MOVE WSOpIdx TO WSOpFoundIdx
                   END-IF
               END-PERFORM.

      *|==============================================================|
      *    PrintReport writes one line per operator in file order,
      *    then the totals and the supervisor's attestation block.
      *|==============================================================|

           PrintReport.
               OPEN OUTPUT RecertReport
               MOVE 'B' TO WSBnrFunction
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   WSBnrRequestor WSBnrCount WSBnrLine1 WSBnrLine2
               WRITE ReportLine FROM WSBnrLine1
               WRITE ReportLine FROM WSBnrLine2
               MOVE WSFromDate TO PrnHeadFrom
               MOVE WSToDate TO PrnHeadTo
               WRITE ReportLine FROM HeadLine1
                   AFTER ADVANCING 1 LINE
               WRITE ReportLine FROM HeadLine2
                   AFTER ADVANCING 2 LINES
               PERFORM VARYING WSOpIdx FROM 1 BY 1
                   UNTIL WSOpIdx > WSOpCount
                   PERFORM PrintOneOperator
               END-PERFORM
               MOVE "Operators on file" TO PrnTotLabel
               MOVE WSOpCount TO PrnTotCount
               WRITE ReportLine FROM TotalLine
                   AFTER ADVANCING 2 LINES
               MOVE "Locked" TO PrnTotLabel
               MOVE WSLockedTotal TO PrnTotCount
               WRITE ReportLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE "Open with no activity in the period" TO PrnTotLabel
               MOVE WSIdleTotal TO PrnTotCount
               WRITE ReportLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE "Customer changes in the period" TO PrnTotLabel
               MOVE WSJrnlTotal TO PrnTotCount
               WRITE ReportLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE "Postings in the period" TO PrnTotLabel
               MOVE WSPostTotal TO PrnTotCount
               WRITE ReportLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE SPACES TO ReportLine
               MOVE " Reviewed and certified by supervisor "
                   & "____________________  Date __________"
                   TO ReportLine
               WRITE ReportLine AFTER ADVANCING 3 LINES
               MOVE 'T' TO WSBnrFunction
               MOVE WSOpCount TO WSBnrCount
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   WSBnrRequestor WSBnrCount WSBnrLine1 WSBnrLine2
               WRITE ReportLine FROM WSBnrLine1
               CLOSE RecertReport
               MOVE "OperRecert" TO WSCatReportName
               MOVE WSReportFileName TO WSCatFileName
               MOVE WSOpCount TO WSCatRecords
               CALL 'RptCatalog' USING WSCatReportName
                   WSCatFileName WSCatPages WSCatRecords.

           PrintOneOperator.
               MOVE WSTblOpID(WSOpIdx) TO PrnDetOperator
               MOVE WSTblOpRole(WSOpIdx) TO PrnDetRole
               EVALUATE WSTblOpRole(WSOpIdx)
                   WHEN 'I'
                       MOVE "Inquiry" TO PrnDetRoleName
                   WHEN 'P'
                       MOVE "Posting clerk" TO PrnDetRoleName
                   WHEN 'U'
                       MOVE "Update" TO PrnDetRoleName
                   WHEN 'T'
                       MOVE "Trusted" TO PrnDetRoleName
                   WHEN 'S'
                   WHEN ' '
                       MOVE "Supervisor" TO PrnDetRoleName
                   WHEN OTHER
                       MOVE "Unknown" TO PrnDetRoleName
               END-EVALUATE
               MOVE WSTblOpLastSignon(WSOpIdx) TO WSSignonWork
               IF WSSignonWork(1:12) IS NUMERIC
                   MOVE SPACES TO PrnDetSignon
                   STRING WSSignonWork(1:4) "-" WSSignonWork(5:2) "-"
                          WSSignonWork(7:2) " " WSSignonWork(9:2) ":"
                          WSSignonWork(11:2)
                       DELIMITED BY SIZE INTO PrnDetSignon
                   END-STRING
               ELSE
                   MOVE "none recorded" TO PrnDetSignon
               END-IF
               MOVE "unknown" TO PrnDetPwdAge
               IF WSTblOpPwdDate(WSOpIdx) IS NUMERIC
                   MOVE 'D' TO WSDateCalcOp
                   MOVE WSTblOpPwdDate(WSOpIdx) TO WSDateCalcDate1
                   MOVE WSBizDate TO WSDateCalcDate2
                   CALL 'DateCalc' USING WSDateCalcOp WSDateCalcDate1
                       WSDateCalcDate2 WSPwdAgeDays WSDateCalcResult
                       WSDateCalcDow WSDateCalcValid
                   IF WSDateCalcOK AND WSPwdAgeDays >= ZERO
                       MOVE WSPwdAgeDays TO WSPwdAgeDisplay
                       MOVE WSPwdAgeDisplay TO PrnDetPwdAge
                   END-IF
               END-IF
               EVALUATE TRUE
                   WHEN WSTblOpLockFlag(WSOpIdx) = 'Y'
                       AND WSTblOpDormFlag(WSOpIdx) = 'Y'
                       MOVE "DORMANT" TO PrnDetLock
                       ADD 1 TO WSLockedTotal
                   WHEN WSTblOpLockFlag(WSOpIdx) = 'Y'
                       MOVE "LOCKED" TO PrnDetLock
                       ADD 1 TO WSLockedTotal
                   WHEN OTHER
                       MOVE "open" TO PrnDetLock
                       IF WSTblOpJrnlCount(WSOpIdx) = ZERO
                           AND WSTblOpPostCount(WSOpIdx) = ZERO
                           AND WSSignonWork(1:8) < WSFromDate
                           ADD 1 TO WSIdleTotal
                       END-IF
               END-EVALUATE
               MOVE WSTblOpJrnlCount(WSOpIdx) TO PrnDetJrnl
               MOVE WSTblOpPostCount(WSOpIdx) TO PrnDetPost
               ADD WSTblOpJrnlCount(WSOpIdx) TO WSJrnlTotal
               ADD WSTblOpPostCount(WSOpIdx) TO WSPostTotal
               WRITE ReportLine FROM DetailLine
                   AFTER ADVANCING 1 LINE.

           WriteRunLogRecord.
               CALL 'RunLog' USING WSLogStepName WSLogEvent
                   WSLogRecords WSLogRejects WSLogRC
                   WSLogCapacity.

      *|==============================================================|
