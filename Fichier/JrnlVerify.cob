      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. JrnlVerify.

      *|==============================================================|
      *    JrnlVerify walks a journal's chained check values (see
      *    JrnlChain) entry by entry, recomputing each from the entry
      *    and the value before it, and reports the first entry where
      *    the stored value and the recomputed one part company --
      *    the first entry edited, inserted, or taken out since it
      *    was written. A journal cut short at the end is caught by
      *    its tail: the last value must be the one the journal
      *    catalog (for an archived segment) or the chain control
      *    file (for a live journal) says was written last.
      *
      *    Run with CUSTVERIFYSEG naming an archived segment, it
      *    checks that one segment on demand, chaining from the
      *    opening value its catalog line recorded at cutover. Run
      *    without it -- as NightlyBatch does, after the cutover --
      *    it checks the segment the catalog names last, the live
      *    Journal.log (chaining on from that segment's close), and
      *    PostJournal.log, which is never cut over.
      *
      *    Entries at the head of a journal that carry no value were
      *    written before the chain was kept and are counted but not
      *    checked; a blank value once the chain has started is
      *    itself a break. A segment the catalog does not know has no
      *    recorded opening value, so its first chained entry is
      *    taken on trust and the check starts from the one after.
      *
      *    The findings go to CUSTVERIFYRPT (default JrnlVerify.rpt)
      *    inside the RptBanner frame. Any break leaves return code 8
      *    for the job stream, as JrnlRecon does.
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT JournalFile ASSIGN TO WSVerFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSJrnlFileStatus.

               SELECT PostJournalFile ASSIGN TO WSVerFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSJrnlFileStatus.

               SELECT JrnlCatFile ASSIGN TO WSJrnlCatName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSJrnlCatStatus.

               SELECT VerifyReport ASSIGN TO WSReportFileName
                   ORGANIZATION IS LINE SEQUENTIAL.

      *|==============================================================|

       DATA DIVISION.

           FILE SECTION.

               FD JournalFile.
                   COPY "JrnlRec.cpy".

      *    PostJournal.log layout, as PostTrans.cob writes it.
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

               FD JrnlCatFile.
                   1 JrnlCatalogRecord.
                       2 JCatSegmentName PIC X(100).
                       2 JCatRunDate PIC 9(8).
                       2 JCatEntryCount PIC 9(7).
                       2 JCatFirstStamp PIC 9(14).
                       2 JCatLastStamp PIC 9(14).
                       2 JCatOpenChain PIC X(16).
                       2 JCatCloseChain PIC X(16).

               FD VerifyReport.
                   1 ReportLine PIC X(132).

           WORKING-STORAGE SECTION.

               1 WSJournalFileName PIC X(100).
               1 WSPostJrnlName PIC X(100).
               1 WSJrnlCatName PIC X(100).
               1 WSReportFileName PIC X(100).

      *    Segment named for an on-demand check; blank for the
      *    nightly run.
               1 WSTargetSegment PIC X(100).

               1 WSJrnlFileStatus PIC X(2).
                   88 WSJrnlFileOK VALUE '00'.

               1 WSJrnlCatStatus PIC X(2).
                   88 WSJrnlCatOK VALUE '00'.

               1 WSJrnlEOF PIC X(1).
                   88 WSJrnlAtEOF VALUE 'Y'.

               1 WSJrnlCatEOF PIC X(1).
                   88 WSJrnlCatAtEOF VALUE 'Y'.

      *    What the catalog says of the segment being looked for:
      *    whether it is there, the opening value off its first line
      *    (a same-date rerun adds a second line), and the closing
      *    value off its last.
               1 WSCatFoundFlag PIC X(1).
                   88 WSCatFound VALUE 'Y'.
               1 WSCatOpenChain PIC X(16).
               1 WSCatCloseChain PIC X(16).
               1 WSLastSegmentName PIC X(100).
               1 WSLastCloseChain PIC X(16).

      *    The one file being walked, set up by the caller of
      *    VerifyOneFile.
               1 WSVerFileName PIC X(100).
               1 WSVerKind PIC X(1).
                   88 WSVerAuditJournal VALUE 'J'.
                   88 WSVerPostJournal VALUE 'P'.
               1 WSVerLabel PIC X(20).
               1 WSVerOpenChain PIC X(16).
               1 WSVerAnchorFlag PIC X(1).
                   88 WSVerAnchored VALUE 'Y'.
               1 WSVerTailChain PIC X(16).
               1 WSVerTailSource PIC X(20).
               1 WSVerMustExist PIC X(1).
                   88 WSVerFileRequired VALUE 'Y'.

               1 WSEntryNumber PIC 9(7).
               1 WSUnchainedCount PIC 9(7).
               1 WSChainedCount PIC 9(7).
               1 WSPrevValue PIC X(16).
               1 WSCalcValue PIC X(16).
               1 WSStoredValue PIC X(16).
               1 WSChainStarted PIC X(1).
                   88 WSChainUnderway VALUE 'Y'.

               1 WSBreakFlag PIC X(1).
                   88 WSBreakFound VALUE 'Y'.
               1 WSBreakStamp PIC 9(14).
               1 WSBreakId PIC 9(7).
               1 WSBreakOperator PIC X(8).

               1 WSChainFunction PIC X(1).
               1 WSChainEntry PIC X(480).

               1 WSFilesChecked PIC 9(3) VALUE ZERO.
               1 WSFilesBroken PIC 9(3) VALUE ZERO.
               1 WSTotalEntries PIC 9(7) VALUE ZERO.

               1 FileHeadLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnFileLabel PIC X(20).
                   2 PrnFileName PIC X(60).

               1 CountLine.
                   2 FILLER PIC X(4) VALUE SPACES.
                   2 FILLER PIC X(15) VALUE "Entries read".
                   2 PrnEntryCount PIC ZZZZZZ9.
                   2 FILLER PIC X(4) VALUE SPACES.
                   2 FILLER PIC X(10) VALUE "unchained".
                   2 PrnUnchainedCount PIC ZZZZZZ9.
                   2 FILLER PIC X(4) VALUE SPACES.
                   2 FILLER PIC X(9) VALUE "opens at".
                   2 PrnOpenChain PIC X(16).

               1 ResultLine.
                   2 FILLER PIC X(4) VALUE SPACES.
                   2 PrnResult PIC X(124).

               1 WSEntryDisplay PIC ZZZZZZ9.

               1 TotalLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnTotLabel PIC X(30).
                   2 PrnTotCount PIC ZZZZZZ9.

      *    Standard report identification and catalog registration.
               1 WSBnrFunction PIC X(1).
               1 WSBnrReportName PIC X(20) VALUE "JrnlVerify".
               1 WSBnrRequestor PIC X(8) VALUE "BATCH".
               1 WSBnrCount PIC 9(7) VALUE ZERO.
               1 WSBnrLine1 PIC X(80).
               1 WSBnrLine2 PIC X(80).

               1 WSCatReportName PIC X(20).
               1 WSCatFileName PIC X(100).
               1 WSCatPages PIC 9(4) VALUE ZERO.
               1 WSCatRecords PIC 9(7) VALUE ZERO.

      *    Run-log work area handed to the shared RunLog subprogram.
               1 WSLogStepName PIC X(20) VALUE "JrnlVerify".
               1 WSLogEvent PIC X(1).
               1 WSLogRecords PIC 9(7) VALUE ZERO.
               1 WSLogRejects PIC 9(7) VALUE ZERO.
               1 WSLogRC PIC 9(4) VALUE ZERO.
               1 WSLogCapacity PIC 9(5) VALUE ZERO.

      *|==============================================================|

       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSJournalFileName FROM ENVIRONMENT "CUSTJRNL"
                   ON EXCEPTION
                       MOVE "Journal.log" TO WSJournalFileName
               END-ACCEPT
               ACCEPT WSPostJrnlName FROM ENVIRONMENT "CUSTPOSTJ"
                   ON EXCEPTION
                       MOVE "PostJournal.log" TO WSPostJrnlName
               END-ACCEPT
               ACCEPT WSJrnlCatName FROM ENVIRONMENT "CUSTJRNLCAT"
                   ON EXCEPTION
                       MOVE "JrnlCatalog.dat" TO WSJrnlCatName
               END-ACCEPT
               ACCEPT WSReportFileName FROM ENVIRONMENT "CUSTVERIFYRPT"
                   ON EXCEPTION
                       MOVE "JrnlVerify.rpt" TO WSReportFileName
               END-ACCEPT
               ACCEPT WSTargetSegment FROM ENVIRONMENT "CUSTVERIFYSEG"
                   ON EXCEPTION
                       MOVE SPACES TO WSTargetSegment
               END-ACCEPT
               MOVE 'S' TO WSLogEvent
               PERFORM WriteRunLogRecord
               OPEN OUTPUT VerifyReport
               MOVE 'B' TO WSBnrFunction
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   WSBnrRequestor WSBnrCount WSBnrLine1 WSBnrLine2
               WRITE ReportLine FROM WSBnrLine1
               WRITE ReportLine FROM WSBnrLine2
               IF WSTargetSegment NOT = SPACES
                   PERFORM VerifyNamedSegment
               ELSE
                   PERFORM VerifyNightly
               END-IF
               MOVE "Files checked" TO PrnTotLabel
               MOVE WSFilesChecked TO PrnTotCount
               WRITE ReportLine FROM TotalLine
                   AFTER ADVANCING 2 LINES
               MOVE "Entries read" TO PrnTotLabel
               MOVE WSTotalEntries TO PrnTotCount
               WRITE ReportLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE "Files with a broken chain" TO PrnTotLabel
               MOVE WSFilesBroken TO PrnTotCount
               WRITE ReportLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE 'T' TO WSBnrFunction
               MOVE WSTotalEntries TO WSBnrCount
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   WSBnrRequestor WSBnrCount WSBnrLine1 WSBnrLine2
               WRITE ReportLine FROM WSBnrLine1
               CLOSE VerifyReport
               MOVE "JrnlVerify" TO WSCatReportName
               MOVE WSReportFileName TO WSCatFileName
               MOVE WSTotalEntries TO WSCatRecords
               CALL 'RptCatalog' USING WSCatReportName
                   WSCatFileName WSCatPages WSCatRecords
               IF WSFilesBroken > ZERO
                   DISPLAY "JrnlVerify: JOURNAL CHAIN BROKEN in "
                       WSFilesBroken " file(s); see "
                       FUNCTION TRIM(WSReportFileName)
                   MOVE 8 TO WSLogRC
               ELSE
                   DISPLAY "JrnlVerify: " WSFilesChecked
                       " file(s), " WSTotalEntries
                       " entries, chain intact."
               END-IF
               MOVE 'E' TO WSLogEvent
               MOVE WSTotalEntries TO WSLogRecords
               MOVE WSFilesBroken TO WSLogRejects
               PERFORM WriteRunLogRecord
               MOVE WSLogRC TO RETURN-CODE
               GOBACK.

      *|==============================================================|
      *    VerifyNamedSegment checks the one archived segment asked
      *    for, from its catalog opening value to its catalog close.
      *|==============================================================|

           VerifyNamedSegment.
               PERFORM ScanCatalog
               MOVE WSTargetSegment TO WSVerFileName
               MOVE 'J' TO WSVerKind
               MOVE "Archived segment" TO WSVerLabel
               MOVE 'Y' TO WSVerMustExist
               MOVE "journal catalog" TO WSVerTailSource
               IF WSCatFound
                   MOVE WSCatOpenChain TO WSVerOpenChain
                   MOVE 'Y' TO WSVerAnchorFlag
                   MOVE WSCatCloseChain TO WSVerTailChain
               ELSE
                   MOVE SPACES TO WSVerOpenChain
                   MOVE 'N' TO WSVerAnchorFlag
                   MOVE SPACES TO WSVerTailChain
               END-IF
               PERFORM VerifyOneFile.

      *|==============================================================|
      *    VerifyNightly checks the newest archived segment, then the
      *    live journal chaining on from that segment's close, then
      *    the posting journal, which chains from zeros at its head.
      *    Both live journals end where the chain control file says.
      *|==============================================================|

           VerifyNightly.
               MOVE SPACES TO WSTargetSegment
               PERFORM ScanCatalog
               IF WSLastSegmentName NOT = SPACES
                   MOVE WSLastSegmentName TO WSTargetSegment
                   PERFORM ScanCatalog
                   MOVE WSTargetSegment TO WSVerFileName
                   MOVE 'J' TO WSVerKind
                   MOVE "Archived segment" TO WSVerLabel
                   MOVE 'Y' TO WSVerMustExist
                   MOVE "journal catalog" TO WSVerTailSource
                   MOVE WSCatOpenChain TO WSVerOpenChain
                   MOVE 'Y' TO WSVerAnchorFlag
                   MOVE WSCatCloseChain TO WSVerTailChain
                   PERFORM VerifyOneFile
               END-IF
               MOVE WSJournalFileName TO WSVerFileName
               MOVE 'J' TO WSVerKind
               MOVE "Live journal" TO WSVerLabel
               MOVE 'N' TO WSVerMustExist
               MOVE "chain control file" TO WSVerTailSource
               IF WSLastCloseChain = SPACES
                   MOVE ZEROS TO WSVerOpenChain
               ELSE
                   MOVE WSLastCloseChain TO WSVerOpenChain
               END-IF
               MOVE 'Y' TO WSVerAnchorFlag
               MOVE 'L' TO WSChainFunction
               CALL 'JrnlChain' USING WSChainFunction WSVerFileName
                   WSChainEntry WSVerTailChain
               PERFORM VerifyOneFile
               MOVE WSPostJrnlName TO WSVerFileName
               MOVE 'P' TO WSVerKind
               MOVE "Posting journal" TO WSVerLabel
               MOVE 'N' TO WSVerMustExist
               MOVE "chain control file" TO WSVerTailSource
               MOVE ZEROS TO WSVerOpenChain
               MOVE 'Y' TO WSVerAnchorFlag
               MOVE 'L' TO WSChainFunction
               CALL 'JrnlChain' USING WSChainFunction WSVerFileName
                   WSChainEntry WSVerTailChain
               PERFORM VerifyOneFile.

      *|==============================================================|
      *    ScanCatalog reads the journal catalog through once, noting
      *    the last segment named and its close, and -- when
      *    WSTargetSegment is set -- that segment's opening value
      *    (first line for it) and closing value (last line).
      *|==============================================================|

           ScanCatalog.
               MOVE 'N' TO WSCatFoundFlag
               MOVE SPACES TO WSCatOpenChain
               MOVE SPACES TO WSCatCloseChain
               MOVE SPACES TO WSLastSegmentName
               MOVE SPACES TO WSLastCloseChain
               MOVE 'N' TO WSJrnlCatEOF
               OPEN INPUT JrnlCatFile
               IF NOT WSJrnlCatOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSJrnlCatAtEOF
                   READ JrnlCatFile
                       AT END SET WSJrnlCatAtEOF TO TRUE
                       NOT AT END
                           PERFORM NoteOneCatalogLine
                   END-READ
               END-PERFORM
               CLOSE JrnlCatFile.

           NoteOneCatalogLine.
               MOVE JCatSegmentName TO WSLastSegmentName
               IF JCatCloseChain NOT = SPACES
                   MOVE JCatCloseChain TO WSLastCloseChain
               END-IF
               IF WSTargetSegment = SPACES
                   OR JCatSegmentName NOT = WSTargetSegment
                   EXIT PARAGRAPH
               END-IF
               IF NOT WSCatFound
                   MOVE 'Y' TO WSCatFoundFlag
                   MOVE JCatOpenChain TO WSCatOpenChain
                   IF WSCatOpenChain = SPACES
                       MOVE ZEROS TO WSCatOpenChain
                   END-IF
               END-IF
               MOVE JCatCloseChain TO WSCatCloseChain.

      *|==============================================================|
      *    VerifyOneFile walks the file set up in the WSVer fields to
      *    its end or its first break, then checks its tail, and
      *    writes the file's block on the report.
      *|==============================================================|

           VerifyOneFile.
               ADD 1 TO WSFilesChecked
               MOVE ZERO TO WSEntryNumber
               MOVE ZERO TO WSUnchainedCount
               MOVE ZERO TO WSChainedCount
               MOVE 'N' TO WSChainStarted
               MOVE 'N' TO WSBreakFlag
               MOVE WSVerOpenChain TO WSPrevValue
               MOVE WSVerLabel TO PrnFileLabel
               MOVE WSVerFileName TO PrnFileName
               WRITE ReportLine FROM FileHeadLine
                   AFTER ADVANCING 2 LINES
               MOVE 'N' TO WSJrnlEOF
               IF WSVerAuditJournal
                   OPEN INPUT JournalFile
               ELSE
                   OPEN INPUT PostJournalFile
               END-IF
               IF NOT WSJrnlFileOK
                   PERFORM ReportMissingFile
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSJrnlAtEOF OR WSBreakFound
                   IF WSVerAuditJournal
                       READ JournalFile
                           AT END SET WSJrnlAtEOF TO TRUE
                           NOT AT END
                               PERFORM CheckOneAuditEntry
                       END-READ
                   ELSE
                       READ PostJournalFile
                           AT END SET WSJrnlAtEOF TO TRUE
                           NOT AT END
                               PERFORM CheckOnePostEntry
                       END-READ
                   END-IF
               END-PERFORM
               IF WSVerAuditJournal
                   CLOSE JournalFile
               ELSE
                   CLOSE PostJournalFile
               END-IF
               ADD WSEntryNumber TO WSTotalEntries
               MOVE WSEntryNumber TO PrnEntryCount
               MOVE WSUnchainedCount TO PrnUnchainedCount
               IF WSVerAnchored
                   MOVE WSVerOpenChain TO PrnOpenChain
               ELSE
                   MOVE "(not catalogued)" TO PrnOpenChain
               END-IF
               WRITE ReportLine FROM CountLine
                   AFTER ADVANCING 1 LINE
               IF WSBreakFound
                   PERFORM ReportBreak
                   EXIT PARAGRAPH
               END-IF
               PERFORM CheckTail.

           CheckOneAuditEntry.
               ADD 1 TO WSEntryNumber
               MOVE JournalRecord TO WSChainEntry
               MOVE JrnlChainValue TO WSStoredValue
               MOVE JrnlTimestamp TO WSBreakStamp
               MOVE JrnlIDNum TO WSBreakId
               MOVE JrnlOperator TO WSBreakOperator
               MOVE 'C' TO WSChainFunction
               PERFORM CheckOneLink.

           CheckOnePostEntry.
               ADD 1 TO WSEntryNumber
               MOVE PostJournalRecord TO WSChainEntry
               MOVE PJrnlChainValue TO WSStoredValue
               MOVE PJrnlTimestamp TO WSBreakStamp
               MOVE PJrnlIDNum TO WSBreakId
               MOVE PJrnlOperator TO WSBreakOperator
               MOVE 'Q' TO WSChainFunction
               PERFORM CheckOneLink.

      *|==============================================================|
      *    CheckOneLink recomputes the current entry's value from the
      *    one before and compares. An unanchored file takes its
      *    first chained entry as given.
      *|==============================================================|

           CheckOneLink.
               IF WSStoredValue = SPACES
                   IF WSChainUnderway
                       MOVE 'Y' TO WSBreakFlag
                   ELSE
                       ADD 1 TO WSUnchainedCount
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               IF NOT WSChainUnderway AND NOT WSVerAnchored
                   MOVE 'Y' TO WSChainStarted
                   ADD 1 TO WSChainedCount
                   MOVE WSStoredValue TO WSPrevValue
                   EXIT PARAGRAPH
               END-IF
               MOVE 'Y' TO WSChainStarted
               MOVE WSPrevValue TO WSCalcValue
               CALL 'JrnlChain' USING WSChainFunction WSVerFileName
                   WSChainEntry WSCalcValue
               IF WSCalcValue NOT = WSStoredValue
                   MOVE 'Y' TO WSBreakFlag
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WSChainedCount
               MOVE WSStoredValue TO WSPrevValue.

      *|==============================================================|
      *    CheckTail compares the last value walked with the value
      *    last written, per the catalog or the control file. A file
      *    with nothing chained in it ends on its opening value. No
      *    recorded value (a segment cut over before the chain was
      *    kept) leaves nothing to compare.
      *|==============================================================|

           CheckTail.
               MOVE SPACES TO PrnResult
               IF WSVerTailChain = SPACES
                   MOVE "Chain intact; no closing value recorded "
                       & "to check the end against."
                       TO PrnResult
                   WRITE ReportLine FROM ResultLine
                       AFTER ADVANCING 1 LINE
                   EXIT PARAGRAPH
               END-IF
               IF WSVerTailChain NOT = WSPrevValue
                   AND NOT (WSChainedCount = ZERO
                       AND WSVerTailChain = ZEROS)
                   ADD 1 TO WSFilesBroken
                   MOVE WSEntryNumber TO WSEntryDisplay
                   STRING "CHAIN BROKEN after entry " WSEntryDisplay
                          ": ends on " WSPrevValue ", the "
                          DELIMITED BY SIZE
                          WSVerTailSource DELIMITED BY "  "
                          " holds " WSVerTailChain
                          " -- entries missing from the end"
                          DELIMITED BY SIZE
                       INTO PrnResult
                   END-STRING
                   WRITE ReportLine FROM ResultLine
                       AFTER ADVANCING 1 LINE
                   EXIT PARAGRAPH
               END-IF
               STRING "Chain intact, closing value " WSPrevValue
                   DELIMITED BY SIZE INTO PrnResult
               END-STRING
               WRITE ReportLine FROM ResultLine
                   AFTER ADVANCING 1 LINE.

           ReportBreak.
               ADD 1 TO WSFilesBroken
               MOVE WSEntryNumber TO WSEntryDisplay
               MOVE SPACES TO PrnResult
               STRING "CHAIN BROKEN at entry " WSEntryDisplay
                      ", stamped " WSBreakStamp
                      ", Id " WSBreakId
                      ", operator " WSBreakOperator
                   DELIMITED BY SIZE INTO PrnResult
               END-STRING
               WRITE ReportLine FROM ResultLine
                   AFTER ADVANCING 1 LINE
               MOVE SPACES TO PrnResult
               IF WSStoredValue = SPACES
                   MOVE "The entry carries no chain value." TO PrnResult
               ELSE
                   STRING "The entry carries " WSStoredValue
                          "; chaining from the entry before gives "
                          WSCalcValue
                       DELIMITED BY SIZE INTO PrnResult
                   END-STRING
               END-IF
               WRITE ReportLine FROM ResultLine
                   AFTER ADVANCING 1 LINE.

           ReportMissingFile.
               MOVE SPACES TO PrnResult
               IF WSVerFileRequired
                   OR (WSVerTailChain NOT = SPACES
                       AND WSVerTailChain NOT = ZEROS)
                   ADD 1 TO WSFilesBroken
                   MOVE "CHAIN BROKEN: file not on disk, though "
                       & "entries were chained onto it." TO PrnResult
               ELSE
                   MOVE "Not on file; nothing written to it yet."
                       TO PrnResult
               END-IF
               WRITE ReportLine FROM ResultLine
                   AFTER ADVANCING 1 LINE.

           WriteRunLogRecord.
               CALL 'RunLog' USING WSLogStepName WSLogEvent
                   WSLogRecords WSLogRejects WSLogRC
                   WSLogCapacity.

      *|==============================================================|
