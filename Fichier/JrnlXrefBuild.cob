      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. JrnlXrefBuild.

      *|==============================================================|
      *    JrnlXrefBuild rebuilds the customer cross-reference over
      *    the archived journal (CUSTJRNLXREF, default JrnlXref.dat,
      *    JrnlXref.cpy) from scratch: the file is emptied, then
      *    every segment the journal catalog (CUSTJRNLCAT, default
      *    JrnlCatalog.dat) lists is read start to finish and each
      *    entry put back on the index by Id and timestamp with its
      *    segment and position -- exactly what JournalCutover
      *    writes as it archives. A segment catalogued twice (two
      *    cutovers the same date) is read once. Run by hand after
      *    a restore of the archive, when the cross-reference is
      *    lost, or whenever JournalCutover reports it would not
      *    open.
      *
      *    A segment the catalog lists that is not on disk is
      *    reported and skipped, and the run ends RC 4 so the gap is
      *    seen; the entries it held cannot be found through the
      *    index until it is restored and the build rerun.
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT CatalogFile ASSIGN TO WSCatalogFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSCatFileStatus.

               SELECT SegmentFile ASSIGN TO WSSegmentFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSSegFileStatus.

               SELECT XrefFile ASSIGN TO WSXrefFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS JXKey
                   FILE STATUS IS WSXrefStatus.

      *|==============================================================|

       DATA DIVISION.

           FILE SECTION.

               FD CatalogFile.
                   1 JrnlCatalogRecord.
                       2 JCatSegmentName PIC X(100).
                       2 JCatRunDate PIC 9(8).
                       2 JCatEntryCount PIC 9(7).
                       2 JCatFirstStamp PIC 9(14).
                       2 JCatLastStamp PIC 9(14).
                       2 JCatOpenChain PIC X(16).
                       2 JCatCloseChain PIC X(16).

               FD SegmentFile.
                   COPY "JrnlRec.cpy".

               FD XrefFile.
                   COPY "JrnlXref.cpy".

           WORKING-STORAGE SECTION.

               1 WSCatalogFileName PIC X(100).
               1 WSSegmentFileName PIC X(100).
               1 WSXrefFileName PIC X(100).

               1 WSCatFileStatus PIC X(2).
                   88 WSCatFileOK VALUE '00'.
               1 WSSegFileStatus PIC X(2).
                   88 WSSegFileOK VALUE '00'.
               1 WSXrefStatus PIC X(2).
                   88 WSXrefOK VALUE '00'.

               1 WSCatEOF PIC X(1).
                   88 WSCatAtEOF VALUE 'Y'.
               1 WSSegEOF PIC X(1).
                   88 WSSegAtEOF VALUE 'Y'.

      *    Segments already read, so a name catalogued twice is
      *    read only once.
               1 WSDoneMax PIC 9(4) VALUE 3000.
               1 WSDoneCount PIC 9(4) VALUE ZERO.
               1 WSDoneIdx PIC 9(4).
               1 DoneTable.
                   2 DoneSegment OCCURS 3000 TIMES PIC X(100).
               1 WSSeenFlag PIC X(1).
                   88 WSSegmentSeen VALUE 'Y'.

               1 WSSegDate PIC 9(8).
               1 WSEntryNum PIC 9(7).

               1 WSSegmentCount PIC 9(5) VALUE ZERO.
               1 WSMissingCount PIC 9(5) VALUE ZERO.
               1 WSIndexedCount PIC 9(9) VALUE ZERO.
               1 WSDupCount PIC 9(7) VALUE ZERO.

      *    Run-log work area handed to the shared RunLog subprogram.
               1 WSLogStepName PIC X(20) VALUE "JrnlXrefBuild".
               1 WSLogEvent PIC X(1).
               1 WSLogRecords PIC 9(7) VALUE ZERO.
               1 WSLogRejects PIC 9(7) VALUE ZERO.
               1 WSLogRC PIC 9(4) VALUE ZERO.
               1 WSLogCapacity PIC 9(5) VALUE ZERO.

      *|==============================================================|

       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSCatalogFileName FROM ENVIRONMENT "CUSTJRNLCAT"
                   ON EXCEPTION
                       MOVE "JrnlCatalog.dat" TO WSCatalogFileName
               END-ACCEPT
               ACCEPT WSXrefFileName FROM ENVIRONMENT "CUSTJRNLXREF"
                   ON EXCEPTION
                       MOVE "JrnlXref.dat" TO WSXrefFileName
               END-ACCEPT
               MOVE 'S' TO WSLogEvent
               PERFORM WriteRunLogRecord
               OPEN OUTPUT XrefFile
               CLOSE XrefFile
               OPEN I-O XrefFile
               IF NOT WSXrefOK
                   DISPLAY "JrnlXrefBuild: cross-reference will not "
                       "open: " WSXrefStatus
                   MOVE 16 TO WSLogRC
                   PERFORM FinishRun
                   GOBACK
               END-IF
               MOVE 'N' TO WSCatEOF
               OPEN INPUT CatalogFile
               IF WSCatFileOK
                   PERFORM UNTIL WSCatAtEOF
                       READ CatalogFile
                           AT END SET WSCatAtEOF TO TRUE
                           NOT AT END
                               PERFORM IndexOneSegment
                       END-READ
                   END-PERFORM
                   CLOSE CatalogFile
               ELSE
                   DISPLAY "JrnlXrefBuild: no journal catalog; the "
                       "cross-reference is empty."
               END-IF
               CLOSE XrefFile
               IF WSMissingCount > ZERO
                   MOVE 4 TO WSLogRC
               END-IF
               DISPLAY "JrnlXrefBuild: " WSSegmentCount
                   " segments, " WSIndexedCount " entries indexed, "
                   WSMissingCount " segments missing."
               PERFORM FinishRun
               GOBACK.

           FinishRun.
               MOVE 'E' TO WSLogEvent
               MOVE WSIndexedCount TO WSLogRecords
               MOVE WSMissingCount TO WSLogRejects
               PERFORM WriteRunLogRecord
               MOVE WSLogRC TO RETURN-CODE.

      *|==============================================================|
      *    IndexOneSegment reads one catalogued segment through,
      *    numbering its entries from 1 as JournalCutover did.
      *|==============================================================|

           IndexOneSegment.
               MOVE 'N' TO WSSeenFlag
               PERFORM VARYING WSDoneIdx FROM 1 BY 1
                       UNTIL WSDoneIdx > WSDoneCount
                   IF DoneSegment(WSDoneIdx) = JCatSegmentName
                       SET WSSegmentSeen TO TRUE
                   END-IF
               END-PERFORM
               IF WSSegmentSeen
                   EXIT PARAGRAPH
               END-IF
               IF WSDoneCount < WSDoneMax
                   ADD 1 TO WSDoneCount
                   MOVE JCatSegmentName TO DoneSegment(WSDoneCount)
               END-IF
               MOVE JCatSegmentName TO WSSegmentFileName
               MOVE JCatRunDate TO WSSegDate
               OPEN INPUT SegmentFile
               IF NOT WSSegFileOK
                   DISPLAY "JrnlXrefBuild: segment "
                       FUNCTION TRIM(WSSegmentFileName)
                       " is not on disk."
                   ADD 1 TO WSMissingCount
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WSSegmentCount
               MOVE ZERO TO WSEntryNum
               MOVE 'N' TO WSSegEOF
               PERFORM UNTIL WSSegAtEOF
                   READ SegmentFile
                       AT END SET WSSegAtEOF TO TRUE
                       NOT AT END
                           ADD 1 TO WSEntryNum
                           PERFORM IndexOneEntry
                   END-READ
               END-PERFORM
               CLOSE SegmentFile.

           IndexOneEntry.
               MOVE JrnlIDNum TO JXIDNum
               MOVE JrnlTimestamp TO JXStamp
               MOVE WSSegDate TO JXSegDate
               MOVE WSEntryNum TO JXEntryNum
               MOVE WSSegmentFileName TO JXSegmentName
               MOVE JrnlTranType TO JXTranType
               MOVE JrnlOperator TO JXOperator
               WRITE JrnlXrefRecord
                   INVALID KEY
                       ADD 1 TO WSDupCount
                   NOT INVALID KEY
                       ADD 1 TO WSIndexedCount
               END-WRITE.

           WriteRunLogRecord.
               CALL 'RunLog' USING WSLogStepName WSLogEvent
                   WSLogRecords WSLogRejects WSLogRC
                   WSLogCapacity.

      *|==============================================================|
