      *    to JrnlArchive) suffixed with the run date. Two cutovers
      *    on the same date append to the same segment, which keeps a
      *    rerun from overwriting the morning's entries.
      *
      *    Entries are copied across exactly as written, chained
      *    check value and all (see JrnlChain), so the chain runs on
      *    unbroken from one segment into the next. The catalog line
      *    carries the value the segment's first entry chains from
      *    -- the closing value of the segment catalogued before it
      *    -- and the value on its last entry, so JrnlVerify can walk
      *    any one segment on its own and prove its end too.
      *
      *    Each entry archived is also put on the customer cross-
      *    reference (CUSTJRNLXREF, default JrnlXref.dat, JrnlXref
      *    .cpy), keyed by Id and timestamp and pointing at the
      *    segment and the entry's position in it, so a customer's
      *    history is read through the index rather than by
      *    scanning every segment. A second cutover on one date
      *    numbers on from the entries the catalog already shows
      *    for that segment. A cross-reference that cannot be
      *    opened does not hold up the cutover; JrnlXrefBuild
      *    rebuilds it from the catalog.
      *|==============================================================|

       ENVIRONMENT DIVISION.
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT CatalogFile ASSIGN TO WSCatalogFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSCatFileStatus.

               SELECT XrefFile ASSIGN TO WSXrefFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS JXKey
                   FILE STATUS IS WSXrefStatus.

      *|==============================================================|

                       2 JCatEntryCount PIC 9(7).
                       2 JCatFirstStamp PIC 9(14).
                       2 JCatLastStamp PIC 9(14).
                       2 JCatOpenChain PIC X(16).
                       2 JCatCloseChain PIC X(16).

               FD XrefFile.
                   COPY "JrnlXref.cpy".

           WORKING-STORAGE SECTION.

               1 WSJrnlFileStatus PIC X(2).
                   88 WSJrnlFileOK VALUE '00'.

               1 WSCatFileStatus PIC X(2).
                   88 WSCatFileOK VALUE '00'.

               1 WSXrefFileName PIC X(100).

               1 WSXrefStatus PIC X(2).
                   88 WSXrefOK VALUE '00'.
                   88 WSXrefMissing VALUE '35'.

               1 WSXrefFlag PIC X(1) VALUE 'N'.
                   88 WSXrefOpen VALUE 'Y'.

      *    Entries the catalog already shows on tonight's segment
      *    (a second cutover the same date), so positions run on.
               1 WSEntryBase PIC 9(7) VALUE ZERO.

               1 WSXrefDupCount PIC 9(7) VALUE ZERO.

               1 WSEOF PIC X(1) VALUE 'N'.
                   88 WSAtEOF VALUE 'Y'.


               1 WSLastStamp PIC 9(14) VALUE ZERO.

      *    Chain values for the catalog line: the previous segment's
      *    close (zeros before the first chained segment), and the
      *    last chained value seen in this cutover.
               1 WSOpenChain PIC X(16).

               1 WSCloseChain PIC X(16).

               1 WSCatEOF PIC X(1) VALUE 'N'.
                   88 WSCatAtEOF VALUE 'Y'.

      *|==============================================================|

       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSBizDateParm FROM ENVIRONMENT "CUSTBIZDATE"
                   ON EXCEPTION
                       MOVE SPACES TO WSBizDateParm
                   ON EXCEPTION
                       MOVE "JrnlCatalog.dat" TO WSCatalogFileName
               END-ACCEPT
               ACCEPT WSXrefFileName FROM ENVIRONMENT "CUSTJRNLXREF"
                   ON EXCEPTION
                       MOVE "JrnlXref.dat" TO WSXrefFileName
               END-ACCEPT
               STRING WSArchiveBaseName DELIMITED BY SPACE
                      WSRunDate         DELIMITED BY SIZE
                      ".log"            DELIMITED BY SIZE
                       "nothing to cut over."
                   GOBACK
               END-IF
               PERFORM FindOpeningChain
               MOVE WSOpenChain TO WSCloseChain
               PERFORM OpenCrossReference
               OPEN EXTEND ArchiveFile
               PERFORM UNTIL WSAtEOF
                   READ JournalFile
                   END-READ
               END-PERFORM
               CLOSE JournalFile, ArchiveFile
               IF WSXrefOpen
                   CLOSE XrefFile
               END-IF
               IF WSXrefDupCount > ZERO
                   DISPLAY "Journal cutover: " WSXrefDupCount
                       " entries already cross-referenced."
               END-IF
               IF WSEntryCount = ZERO
                   DISPLAY "Journal cutover: journal already empty."
                   GOBACK
                   MOVE JrnlTimestamp OF JournalRecord TO WSFirstStamp
               END-IF
               MOVE JrnlTimestamp OF JournalRecord TO WSLastStamp
               IF JrnlChainValue OF JournalRecord NOT = SPACES
                   MOVE JrnlChainValue OF JournalRecord TO WSCloseChain
               END-IF
               MOVE JournalRecord TO ArchJournalRecord
               WRITE ArchJournalRecord
               IF WSXrefOpen
                   PERFORM CrossReferenceEntry
               END-IF.

      *|==============================================================|
      *    CrossReferenceEntry points the index at the entry just
      *    archived. An entry already on the index (a cutover rerun
      *    over a restored journal) is left as it is.
      *|==============================================================|

           CrossReferenceEntry.
               MOVE JrnlIDNum OF JournalRecord TO JXIDNum
               MOVE JrnlTimestamp OF JournalRecord TO JXStamp
               MOVE WSRunDate TO JXSegDate
               COMPUTE JXEntryNum = WSEntryBase + WSEntryCount
               MOVE WSArchiveFileName TO JXSegmentName
               MOVE JrnlTranType OF JournalRecord TO JXTranType
               MOVE JrnlOperator OF JournalRecord TO JXOperator
               WRITE JrnlXrefRecord
                   INVALID KEY
                       ADD 1 TO WSXrefDupCount
               END-WRITE.

           OpenCrossReference.
               OPEN I-O XrefFile
               IF WSXrefMissing
                   OPEN OUTPUT XrefFile
                   CLOSE XrefFile
                   OPEN I-O XrefFile
               END-IF
               IF WSXrefOK
                   SET WSXrefOpen TO TRUE
               ELSE
                   DISPLAY "Journal cutover: cross-reference "
                       "will not open (" WSXrefStatus "); run "
                       "JrnlXrefBuild after the cutover."
               END-IF.

      *|==============================================================|
      *    WriteCatalogEntry records the segment's control totals in

           WriteCatalogEntry.
               OPEN EXTEND CatalogFile
               IF WSCatFileStatus = '35'
                   OPEN OUTPUT CatalogFile
               END-IF
               MOVE WSArchiveFileName TO JCatSegmentName
               MOVE WSRunDate TO JCatRunDate
               MOVE WSEntryCount TO JCatEntryCount
               MOVE WSFirstStamp TO JCatFirstStamp
               MOVE WSLastStamp TO JCatLastStamp
               MOVE WSOpenChain TO JCatOpenChain
               MOVE WSCloseChain TO JCatCloseChain
               WRITE JrnlCatalogRecord
               CLOSE CatalogFile.

      *|==============================================================|
      *    FindOpeningChain takes the closing chain value off the last
      *    catalog line: the value the online journal's first entry
      *    was chained from. No catalog yet, or only lines from
      *    before the chain was kept, means zeros -- where JrnlChain
      *    starts a chain. The same pass counts the entries already
      *    on tonight's segment from an earlier cutover today.
      *|==============================================================|

           FindOpeningChain.
               MOVE ZEROS TO WSOpenChain
               OPEN INPUT CatalogFile
               IF NOT WSCatFileOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSCatAtEOF
                   READ CatalogFile
                       AT END SET WSCatAtEOF TO TRUE
                       NOT AT END
                           IF JCatCloseChain NOT = SPACES
                               MOVE JCatCloseChain TO WSOpenChain
                           END-IF
                           IF JCatSegmentName = WSArchiveFileName
                               ADD JCatEntryCount TO WSEntryBase
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CatalogFile.

      *|==============================================================|
      *    StartFreshJournal truncates the online journal now that its
      *    entries are safely archived and catalogued, so tomorrow's
