      *    business date's month minus the keep window
      *    CUSTPOSTHKEEP, default 12 months) moves to its month's
      *    archive -- base name CUSTPOSTHARC (default PostHistArc)
      *    suffixed yyyymm -- and the moved lines are then deleted
      *    from the live file, which is indexed by customer, date
      *    and sequence; what remains keeps its keys. Control
      *    totals prove the cut whole before anything is written:
      *    lines read must equal lines moved plus lines kept, and
      *    the amount hash of the input must equal the moved hash
      *    plus the kept hash, or nothing is archived, the live
      *    file is left untouched and the step ends with RC 12. The
      *    archives stay flat files in the PostRec.cpy layout, one
      *    line per posting, as every reader expects.
      *
      *    The catalog (CUSTPOSTHCAT, default PostHCatalog.dat)
      *    gets one line per archived month: file name, month,
      *    line count, amount hash. StmtReprint knows to pull an
      *    archived month back when an old statement is requested.
      *
      *    A month is archived once. Lines still live in a month
      *    the catalog already lists mean an earlier cut archived
      *    the month and then ended RC 12 because fewer lines came
      *    off the live file than went to the archive. The step
      *    refuses such a run with RC 12 before writing anything,
      *    naming the months. Once the earlier RC 12 is confirmed
      *    as the cause, rerun with CUSTPOSTHFINISH=Y: lines in
      *    catalogued months are then deleted from the live file
      *    without being archived or catalogued again, and any
      *    newer months are cut as usual. The switch is for that
      *    rerun only -- never leave it set in the nightly chain.
      *|==============================================================|

       ENVIRONMENT DIVISION.
           FILE-CONTROL.

               SELECT HistoryFile ASSIGN TO WSHistFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS PostHKey
                   FILE STATUS IS WSHistFileStatus.

               SELECT ArchiveFile ASSIGN TO WSArchiveFileName
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT CatalogFile ASSIGN TO WSCatalogFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSCatalogStatus.

      *|==============================================================|


               FD HistoryFile.
                   COPY "PostRec.cpy".
                   COPY "PostHKey.cpy".

               FD ArchiveFile.
                   COPY "PostRec.cpy"
                       REPLACING LEADING ==PostH== BY ==ArchH==.

               FD CatalogFile.
                   1 PostHCatalogRecord.
                       2 PCatFileName PIC X(100).

               1 WSHistFileStatus PIC X(2).
                   88 WSHistFileOK VALUE '00'.
               1 WSCatalogStatus PIC X(2).

               1 WSEOF PIC X(1).
                   88 WSAtEOF VALUE 'Y'.
                       3 CmMonth PIC 9(6).
                       3 CmCount PIC 9(7).
                       3 CmHash PIC 9(13)V99.
                       3 CmCatalogued PIC X(1).
                           88 CmAlreadyArchived VALUE 'Y'.

      *    Months the catalog already lists, loaded before the
      *    split so no month goes to its archive twice.
               1 WSCatMonMax PIC 9(3) VALUE 600.
               1 WSCatMonCount PIC 9(3) VALUE ZERO.
               1 WSCatMonIdx PIC 9(3).
               1 CatalogMonthTable.
                   2 CatalogMonth OCCURS 600 TIMES PIC 9(6).

               1 WSCatEOF PIC X(1).
                   88 WSCatAtEOF VALUE 'Y'.

               1 WSFinishParm PIC X(1).
                   88 WSFinishDelete VALUE 'Y', 'y'.

               1 WSRepeatCount PIC 99 VALUE ZERO.

               1 WSMovedCount PIC 9(7).
               1 WSMovedHash PIC 9(13)V99.
               1 WSDeletedCount PIC 9(7).

               1 WSLineMonth PIC 9(6).

       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSHistFileName FROM ENVIRONMENT "CUSTPOSTH"
                   ON EXCEPTION
                       MOVE "PostHist.dat" TO WSHistFileName
                       MOVE "PostHCatalog.dat"
                           TO WSCatalogFileName
               END-ACCEPT
               ACCEPT WSFinishParm FROM ENVIRONMENT "CUSTPOSTHFINISH"
                   ON EXCEPTION
                       MOVE 'N' TO WSFinishParm
               END-ACCEPT
               PERFORM SettleCutoffMonth
               DISPLAY "PostHistCutover: archiving months up to "
                   WSCutoffMonth
               PERFORM LoadCatalogMonths
               IF WSCatMonCount > WSCatMonMax
                   DISPLAY "PostHistCutover: catalog lists more "
                       "than " WSCatMonMax " months; nothing cut."
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM SplitHistory
               IF WSReadCount = ZERO
                   DISPLAY "PostHistCutover: history empty, "
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM CheckRepeatMonths
               IF WSRepeatCount > ZERO AND NOT WSFinishDelete
                   DISPLAY "PostHistCutover: " WSRepeatCount
                       " months above are already archived and "
                       "catalogued but still have live lines; "
                       "nothing cut. If the last cut ended RC 12 "
                       "short of its deletes, rerun with "
                       "CUSTPOSTHFINISH=Y."
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM ArchiveMovedLines
               PERFORM WriteCatalogEntries
               PERFORM DeleteMovedLines
               DISPLAY "PostHistCutover: " WSMovedCount
                   " postings archived across " WSMonCount
                   " months, " WSKeptCount " kept live."
               IF WSDeletedCount NOT = WSMovedCount
                   DISPLAY "PostHistCutover: only " WSDeletedCount
                       " archived lines came off the live file. "
                       "The months are archived and catalogued; "
                       "do not rerun as is. Rerun once with "
                       "CUSTPOSTHFINISH=Y to take the rest off "
                       "without archiving them again."
                   MOVE 12 TO RETURN-CODE
               END-IF
               GOBACK.

      *|==============================================================|
               END-IF.

      *|==============================================================|
      *    LoadCatalogMonths tables every month the catalog lists.
      *    No catalog yet simply means nothing has been archived.
      *|==============================================================|

           LoadCatalogMonths.
               MOVE ZERO TO WSCatMonCount
               MOVE 'N' TO WSCatEOF
               OPEN INPUT CatalogFile
               IF WSCatalogStatus NOT = '00'
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSCatAtEOF
                   READ CatalogFile
                       AT END SET WSCatAtEOF TO TRUE
                       NOT AT END
                           ADD 1 TO WSCatMonCount
                           IF WSCatMonCount > WSCatMonMax
                               SET WSCatAtEOF TO TRUE
                           ELSE
                               MOVE PCatMonth
                                   TO CatalogMonth(WSCatMonCount)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CatalogFile.

      *|==============================================================|
      *    SplitHistory: one pass that only counts -- lines in or
      *    before the cutoff into their month's totals, the rest as
      *    kept. Nothing is written until the totals prove the cut.
      *|==============================================================|

           SplitHistory.
                       "on file."
                   GOBACK
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ HistoryFile
                       AT END SET WSAtEOF TO TRUE
                           PERFORM SplitOneLine
                   END-READ
               END-PERFORM
               CLOSE HistoryFile.

           SplitOneLine.
               ADD 1 TO WSReadCount
               ADD PostHAmount TO WSReadHash
               MOVE PostHDate(1:6) TO WSLineMonth
               IF WSLineMonth > WSCutoffMonth
                   ADD 1 TO WSKeptCount
                   ADD PostHAmount TO WSKeptHash
                   EXIT PARAGRAPH
               IF WSFoundIdx = ZERO
      *    More distinct months than the table holds: keep the
      *    line live rather than lose track of it.
                   ADD 1 TO WSKeptCount
                   ADD PostHAmount TO WSKeptHash
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO CmCount(WSFoundIdx)
               ADD PostHAmount TO CmHash(WSFoundIdx).

           FindCutMonthSlot.
               MOVE ZERO TO WSFoundIdx
                   MOVE WSLineMonth TO CmMonth(WSFoundIdx)
                   MOVE ZERO TO CmCount(WSFoundIdx)
                   MOVE ZERO TO CmHash(WSFoundIdx)
                   MOVE 'N' TO CmCatalogued(WSFoundIdx)
                   PERFORM VARYING WSCatMonIdx FROM 1 BY 1
                           UNTIL WSCatMonIdx > WSCatMonCount
                       IF CatalogMonth(WSCatMonIdx) = WSLineMonth
                           MOVE 'Y' TO CmCatalogued(WSFoundIdx)
                       END-IF
                   END-PERFORM
               END-IF.

      *|==============================================================|
      *    CheckRepeatMonths names each month being cut that the
      *    catalog already lists.
      *|==============================================================|

           CheckRepeatMonths.
               MOVE ZERO TO WSRepeatCount
               PERFORM VARYING WSMonIdx FROM 1 BY 1
                       UNTIL WSMonIdx > WSMonCount
                   IF CmAlreadyArchived(WSMonIdx)
                       ADD 1 TO WSRepeatCount
                       DISPLAY "PostHistCutover: month "
                           CmMonth(WSMonIdx) " already archived, "
                           CmCount(WSMonIdx) " lines still live."
                   END-IF
               END-PERFORM.

      *|==============================================================|
      *    ArchiveMovedLines: a second pass, once the cut is
      *    proven, appending each line of a month being cut to its
      *    month's archive (opened per line by EXTEND -- the live
      *    file reads in customer order, so months arrive mixed;
      *    correctness does not depend on it). A month the catalog
      *    already lists is not written again.
      *|==============================================================|

           ArchiveMovedLines.
               MOVE 'N' TO WSEOF
               OPEN INPUT HistoryFile
               IF NOT WSHistFileOK
                   DISPLAY "PostHistCutover: posting history will "
                       "not reopen: " WSHistFileStatus
                       "; nothing archived."
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ HistoryFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           PERFORM ArchiveOneLine
                   END-READ
               END-PERFORM
               CLOSE HistoryFile.

           ArchiveOneLine.
               MOVE PostHDate(1:6) TO WSLineMonth
               IF WSLineMonth > WSCutoffMonth
                   EXIT PARAGRAPH
               END-IF
               MOVE ZERO TO WSFoundIdx
               PERFORM VARYING WSMonIdx FROM 1 BY 1
                       UNTIL WSMonIdx > WSMonCount
                   IF CmMonth(WSMonIdx) = WSLineMonth
                       MOVE WSMonIdx TO WSFoundIdx
                   END-IF
               END-PERFORM
               IF WSFoundIdx = ZERO
                   EXIT PARAGRAPH
               END-IF
               IF CmAlreadyArchived(WSFoundIdx)
                   EXIT PARAGRAPH
               END-IF
               PERFORM NameArchiveForMonth
               OPEN EXTEND ArchiveFile
               MOVE PostHistRecord TO ArchHistRecord
               WRITE ArchHistRecord
               CLOSE ArchiveFile.

           NameArchiveForMonth.
               MOVE SPACES TO WSArchiveFileName
               STRING WSArchiveBaseName DELIMITED BY SPACE
                   EXIT PARAGRAPH
               END-IF
               OPEN EXTEND CatalogFile
               IF WSCatalogStatus NOT = '00'
                   OPEN OUTPUT CatalogFile
               END-IF
               IF WSCatalogStatus NOT = '00'
                   DISPLAY "PostHistCutover: catalog "
                       FUNCTION TRIM(WSCatalogFileName)
                       " will not open: " WSCatalogStatus
                       "; months archived but not catalogued, "
                       "live file left alone. Catalog them by "
                       "hand before any rerun."
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM VARYING WSMonIdx FROM 1 BY 1
                       UNTIL WSMonIdx > WSMonCount
                   IF NOT CmAlreadyArchived(WSMonIdx)
                       MOVE CmMonth(WSMonIdx) TO WSLineMonth
                       PERFORM NameArchiveForMonth
                       MOVE WSArchiveFileName TO PCatFileName
                       MOVE CmMonth(WSMonIdx) TO PCatMonth
                       MOVE CmCount(WSMonIdx) TO PCatLineCount
                       MOVE CmHash(WSMonIdx) TO PCatAmountHash
                       WRITE PostHCatalogRecord
                   END-IF
               END-PERFORM
               CLOSE CatalogFile.

      *|==============================================================|
      *    DeleteMovedLines takes the archived lines off the live
      *    file now that the cut is proven: a line goes if its
      *    month is one the split archived, exactly the test the
      *    split applied, and the count deleted must come to the
      *    count moved.
      *|==============================================================|

           DeleteMovedLines.
               MOVE ZERO TO WSDeletedCount
               MOVE 'N' TO WSEOF
               OPEN I-O HistoryFile
               IF NOT WSHistFileOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ HistoryFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           PERFORM DeleteOneMovedLine
                   END-READ
               END-PERFORM
               CLOSE HistoryFile.

           DeleteOneMovedLine.
               MOVE PostHDate(1:6) TO WSLineMonth
               IF WSLineMonth > WSCutoffMonth
                   EXIT PARAGRAPH
               END-IF
               MOVE ZERO TO WSFoundIdx
               PERFORM VARYING WSMonIdx FROM 1 BY 1
                       UNTIL WSMonIdx > WSMonCount
                   IF CmMonth(WSMonIdx) = WSLineMonth
                       MOVE WSMonIdx TO WSFoundIdx
                   END-IF
               END-PERFORM
               IF WSFoundIdx = ZERO
                   EXIT PARAGRAPH
               END-IF
               DELETE HistoryFile RECORD
               IF WSHistFileOK
                   ADD 1 TO WSDeletedCount
               END-IF.

      *|==============================================================|
