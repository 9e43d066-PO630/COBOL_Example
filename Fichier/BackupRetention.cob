      *    actually be restored.
      *
      *    The catalog is append-only and so already ordered oldest
      *    to newest. A BackupCust entry (no set identifier) is one
      *    generation on its own; a BackupSet set is one generation
      *    however many member entries it has, and is kept or pruned
      *    whole, so a set is never left half restorable. The newest
      *    N of each kind survive.
      *|==============================================================|

       ENVIRONMENT DIVISION.

               1 WSEntryCount PIC 9(3) VALUE ZERO.

               1 WSPrunedCount PIC 9(3) VALUE ZERO.

               1 WSIdx PIC 9(3).

               1 WSPlainKept PIC 9(3) VALUE ZERO.

      *    Set identifiers already judged, newest first, and whether
      *    each was kept.
               1 WSSetsSeen PIC 9(3) VALUE ZERO.
               1 WSSetIdx PIC 9(3).
               1 WSSetFound PIC X(1).
                   88 WSSetWasSeen VALUE 'Y'.
               1 SetTable.
                   2 SetEntry OCCURS 500 TIMES.
                       3 SetTblId PIC X(12).
                       3 SetTblKeep PIC X(1).

      *    The whole catalog held in memory while it is rewritten,
      *    the same load-then-work table shape CustMatch.cob uses.
               1 CatalogTable.
                       3 TblRecordCount PIC 9(7).
                       3 TblTrailerCount PIC 9(7).
                       3 TblVerifiedFlag PIC X(1).
                       3 TblSetId PIC X(12).
                       3 TblMember PIC X(8).
                       3 TblKeepFlag PIC X(1).
                           88 TblKept VALUE 'Y'.

      *|==============================================================|

       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSCatalogFileName FROM ENVIRONMENT "CUSTBAKCAT"
                   ON EXCEPTION
                       MOVE "BackupCatalog.dat" TO WSCatalogFileName
                   MOVE 1 TO WSGensToKeep
               END-IF
               PERFORM LoadCatalog
               PERFORM JudgeOneEntry
                   VARYING WSIdx FROM WSEntryCount BY -1
                   UNTIL WSIdx < 1
               PERFORM PruneOneGeneration
                   VARYING WSIdx FROM 1 BY 1
                   UNTIL WSIdx > WSEntryCount
               IF WSPrunedCount = ZERO
                   DISPLAY "Backup retention: " WSEntryCount
                       " catalog entries on file, nothing to prune."
                   GOBACK
               END-IF
               PERFORM RewriteCatalog
               DISPLAY "Backup retention: " WSPrunedCount
                   " archive(s) pruned, " WSGensToKeep
                   " generation(s) of each kind kept."
               GOBACK.

      *|==============================================================|
                               TO TblTrailerCount(WSEntryCount)
                           MOVE CatVerifiedFlag
                               TO TblVerifiedFlag(WSEntryCount)
                           MOVE CatSetId
                               TO TblSetId(WSEntryCount)
                           MOVE CatMember
                               TO TblMember(WSEntryCount)
                           MOVE 'N' TO TblKeepFlag(WSEntryCount)
                   END-READ
               END-PERFORM
               CLOSE CatalogFile.

      *|==============================================================|
      *    JudgeOneEntry works back from the newest entry: a plain
      *    entry is kept while fewer than N have been kept, a set
      *    member takes the verdict its set got when the set was first
      *    met, and a set met for the first time is kept while fewer
      *    than N sets have been.
      *|==============================================================|

           JudgeOneEntry.
               IF TblSetId(WSIdx) = SPACES
                   IF WSPlainKept < WSGensToKeep
                       ADD 1 TO WSPlainKept
                       MOVE 'Y' TO TblKeepFlag(WSIdx)
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               MOVE 'N' TO WSSetFound
               PERFORM VARYING WSSetIdx FROM 1 BY 1
                       UNTIL WSSetIdx > WSSetsSeen OR WSSetWasSeen
                   IF SetTblId(WSSetIdx) = TblSetId(WSIdx)
                       MOVE 'Y' TO WSSetFound
                       MOVE SetTblKeep(WSSetIdx) TO TblKeepFlag(WSIdx)
                   END-IF
               END-PERFORM
               IF WSSetWasSeen
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WSSetsSeen
               MOVE TblSetId(WSIdx) TO SetTblId(WSSetsSeen)
               IF WSSetsSeen <= WSGensToKeep
                   MOVE 'Y' TO SetTblKeep(WSSetsSeen)
               ELSE
                   MOVE 'N' TO SetTblKeep(WSSetsSeen)
               END-IF
               MOVE SetTblKeep(WSSetsSeen) TO TblKeepFlag(WSIdx).

      *|==============================================================|
      *    PruneOneGeneration deletes one archive file from disk. A
      *    file already gone is reported but not treated as a failure
      *|==============================================================|

           PruneOneGeneration.
               IF TblKept(WSIdx)
                   EXIT PARAGRAPH
               END-IF
               MOVE TblArchiveName(WSIdx) TO WSPruneFileName
               DELETE FILE PruneFile
               IF WSPruneFileOK
           RewriteCatalog.
               OPEN OUTPUT CatalogFile
               PERFORM WriteOneSurvivor
                   VARYING WSIdx FROM 1 BY 1
                   UNTIL WSIdx > WSEntryCount
               CLOSE CatalogFile.

           WriteOneSurvivor.
               IF NOT TblKept(WSIdx)
                   EXIT PARAGRAPH
               END-IF
               MOVE TblArchiveName(WSIdx) TO CatArchiveName
               MOVE TblRunDate(WSIdx) TO CatRunDate
               MOVE TblRecordCount(WSIdx) TO CatRecordCount
               MOVE TblTrailerCount(WSIdx) TO CatTrailerCount
               MOVE TblVerifiedFlag(WSIdx) TO CatVerifiedFlag
               MOVE TblSetId(WSIdx) TO CatSetId
               MOVE TblMember(WSIdx) TO CatMember
               WRITE BackupCatalogRecord.

      *|==============================================================|
