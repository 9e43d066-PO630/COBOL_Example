      *    layout, compares them field by field, and prints one line
      *    per changed field -- field name, old value, new value,
      *    JrnlTimestamp, and JrnlOperator -- so an account dispute is
      *    settled in one read. An operator lockout entry carries
      *    no customer images and prints as one line with its own
      *    text, on the all-customer run only.
      *
      *    The run is scoped by the command line:
      *        1st argument - an IDNum to report on (0 or omitted
      *        2nd/3rd args - a from/to date (yyyymmdd) limiting the
      *                       entries examined; both default open
      *    Output goes to ChangeHist.rpt.
      *
      *    For one customer the archived journal is read too,
      *    through the customer cross-reference (CUSTJRNLXREF,
      *    default JrnlXref.dat) JournalCutover keeps: each entry
      *    the index lists for the Id is fetched from its segment
      *    by position, oldest first, ahead of the online journal,
      *    so one customer's history costs that customer's entries
      *    and not a pass over every segment. An index entry whose
      *    segment is gone, or that no longer matches the entry it
      *    points at, is counted on the footing; JrnlXrefBuild
      *    sets the index right. The all-customer run stays on the
      *    online journal alone.
      *|==============================================================|

       ENVIRONMENT DIVISION.
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSJrnlFileStatus.

               SELECT XrefFile ASSIGN TO WSXrefFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS JXKey
                   FILE STATUS IS WSXrefStatus.

               SELECT HistoryReport ASSIGN TO "ChangeHist.rpt"
                   ORGANIZATION IS LINE SEQUENTIAL.

               FD JournalFile.
                   COPY "JrnlRec.cpy".

               FD XrefFile.
                   COPY "JrnlXref.cpy".

               FD HistoryReport.
                   1 HistPrintLine PIC X(132).

               1 WSJrnlFileStatus PIC X(2).
                   88 WSJrnlFileOK VALUE '00'.

      *    The cross-reference pass reopens the journal file under
      *    each segment's name in turn, so the online journal's own
      *    name is held apart for the pass after it.
               1 WSLiveJournalName PIC X(100).
               1 WSXrefFileName PIC X(100).
               1 WSXrefStatus PIC X(2).
                   88 WSXrefOK VALUE '00'.
               1 WSXrefEOF PIC X(1).
                   88 WSXrefAtEOF VALUE 'Y'.
               1 WSOpenSegment PIC X(100) VALUE SPACES.
               1 WSSegPosition PIC 9(7).
               1 WSFetchFlag PIC X(1).
                   88 WSFetched VALUE 'Y'.
               1 WSXrefMissCount PIC 9(7) VALUE ZERO.

               1 WSEOF PIC X(1) VALUE 'N'.
                   88 WSAtEOF VALUE 'Y'.

                   2 PrnChangeCount PIC ZZZZZZ9.
                   2 FILLER PIC X(19) VALUE "   Entries read : ".
                   2 PrnEntryCount PIC ZZZZZZ9.
                   2 FILLER PIC X(30)
                       VALUE "   Archive entries not found: ".
                   2 PrnMissCount PIC ZZZZZZ9.

      *|==============================================================|

       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSJournalFileName FROM ENVIRONMENT "CUSTJRNL"
                   ON EXCEPTION
                       MOVE "Journal.log" TO WSJournalFileName
               END-ACCEPT
               MOVE WSJournalFileName TO WSLiveJournalName
               ACCEPT WSXrefFileName FROM ENVIRONMENT "CUSTJRNLXREF"
                   ON EXCEPTION
                       MOVE "JrnlXref.dat" TO WSXrefFileName
               END-ACCEPT
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT WSIdParm FROM ARGUMENT-VALUE
                   ON EXCEPTION
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               CLOSE JournalFile
               OPEN OUTPUT HistoryReport
               MOVE FUNCTION CURRENT-DATE(1:8) TO PrnHeadDate
               WRITE HistPrintLine FROM HistHeading
               WRITE HistPrintLine FROM HistColumnHeads
                   AFTER ADVANCING 2 LINES
               IF WSWantedIDNum NOT = ZERO
                   PERFORM ReadArchiveThroughIndex
               END-IF
               MOVE WSLiveJournalName TO WSJournalFileName
               MOVE 'N' TO WSEOF
               OPEN INPUT JournalFile
               PERFORM UNTIL WSAtEOF
                   READ JournalFile
                       AT END SET WSAtEOF TO TRUE
               END-PERFORM
               MOVE WSChangeCount TO PrnChangeCount
               MOVE WSEntryCount TO PrnEntryCount
               MOVE WSXrefMissCount TO PrnMissCount
               WRITE HistPrintLine FROM HistFooting
                   AFTER ADVANCING 2 LINES
               CLOSE JournalFile, HistoryReport
                   WSChangeCount " changed field(s) reported."
               GOBACK.

      *|==============================================================|
      *    ReadArchiveThroughIndex walks the customer's entries on
      *    the cross-reference in key order -- timestamp order, and
      *    so segment by segment -- fetching each from its segment
      *    and examining it like an online entry. No index means no
      *    archive history, as before the index was kept.
      *|==============================================================|

           ReadArchiveThroughIndex.
               OPEN INPUT XrefFile
               IF NOT WSXrefOK
                   EXIT PARAGRAPH
               END-IF
               MOVE 'N' TO WSXrefEOF
               MOVE WSWantedIDNum TO JXIDNum
               MOVE ZERO TO JXStamp JXSegDate JXEntryNum
               START XrefFile KEY IS >= JXKey
                   INVALID KEY SET WSXrefAtEOF TO TRUE
               END-START
               PERFORM UNTIL WSXrefAtEOF
                   READ XrefFile NEXT RECORD
                       AT END SET WSXrefAtEOF TO TRUE
                       NOT AT END
                           IF JXIDNum NOT = WSWantedIDNum
                               SET WSXrefAtEOF TO TRUE
                           ELSE
                               IF JXStamp(1:8) >= WSFromDate
                                   AND JXStamp(1:8) <= WSToDate
                                   PERFORM FetchIndexedEntry
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE XrefFile
               IF WSOpenSegment NOT = SPACES
                   CLOSE JournalFile
                   MOVE SPACES TO WSOpenSegment
               END-IF.

      *|==============================================================|
      *    FetchIndexedEntry positions the journal file on the entry
      *    the index names, reading on through the segment already
      *    open where it can and reopening it only to go back or to
      *    change segment.
      *|==============================================================|

           FetchIndexedEntry.
               IF JXSegmentName NOT = WSOpenSegment
                   OR JXEntryNum <= WSSegPosition
                   IF WSOpenSegment NOT = SPACES
                       CLOSE JournalFile
                       MOVE SPACES TO WSOpenSegment
                   END-IF
                   MOVE JXSegmentName TO WSJournalFileName
                   OPEN INPUT JournalFile
                   IF NOT WSJrnlFileOK
                       ADD 1 TO WSXrefMissCount
                       EXIT PARAGRAPH
                   END-IF
                   MOVE JXSegmentName TO WSOpenSegment
                   MOVE ZERO TO WSSegPosition
               END-IF
               MOVE 'Y' TO WSFetchFlag
               PERFORM UNTIL WSSegPosition >= JXEntryNum
                       OR NOT WSFetched
                   READ JournalFile
                       AT END MOVE 'N' TO WSFetchFlag
                       NOT AT END ADD 1 TO WSSegPosition
                   END-READ
               END-PERFORM
               IF NOT WSFetched
                   CLOSE JournalFile
                   MOVE SPACES TO WSOpenSegment
                   ADD 1 TO WSXrefMissCount
                   EXIT PARAGRAPH
               END-IF
               IF JrnlIDNum NOT = JXIDNum
                   OR JrnlTimestamp NOT = JXStamp
                   ADD 1 TO WSXrefMissCount
                   EXIT PARAGRAPH
               END-IF
               PERFORM ExamineOneEntry.

      *|==============================================================|
      *    ExamineOneEntry applies the Id and date scope, unpacks the
      *    entry's images into the customer layout, and routes to the
      *    appropriate change-detail paragraphs. An add or a physical
      *    removal has no old/new field pair to show, so each prints
      *    a single summary line instead; so does a save refused on
      *    a collision, which changed nothing.
      *|==============================================================|

           ExamineOneEntry.
                           MOVE SPACES TO WSOldValue
                           MOVE SPACES TO WSNewValue
                           PERFORM PrintOneChange
                       WHEN JrnlCollision
                           MOVE "(save refused)" TO WSFieldName
                           MOVE SPACES TO WSOldValue
                           MOVE SPACES TO WSNewValue
                           PERFORM PrintOneChange
                       WHEN JrnlOperLockout
                           MOVE "(operator locked)" TO WSFieldName
                           MOVE SPACES TO WSOldValue
                           MOVE JrnlAfterImage TO WSNewValue
                           PERFORM PrintOneChange
                       WHEN OTHER
                           PERFORM CompareAllFields
                   END-EVALUATE
