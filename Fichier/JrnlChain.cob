      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. JrnlChain.

      *|==============================================================|
      *    JrnlChain is the one place the journals' chained check
      *    value is worked out, so every program that appends to
      *    Journal.log or PostJournal.log stamps its entries the same
      *    way and JrnlVerify can prove them afterward. Each entry's
      *    value is computed over the entry itself and the value on
      *    the entry before it, so an entry edited, inserted, or
      *    removed in the middle of a journal no longer chains from
      *    its neighbour and the break shows at that entry.
      *
      *    The value is sixteen digits: two independent running
      *    remainders, eight digits each, over every byte of the
      *    entry (chain value excluded), seeded from the previous
      *    value. It is a check against casual editing with a text
      *    editor, not a cipher.
      *
      *    The last value stamped on each journal is kept on the
      *    chain control file (CUSTCHAIN, default JrnlChain.dat),
      *    one line per journal file name, so an append never has to
      *    read the journal back to find its predecessor, and so a
      *    journal cut short at the end is caught too: its last
      *    entry no longer carries the value the control file holds.
      *
      *    LK-Function:
      *        'J' - stamp an audit-journal entry (JrnlRec.cpy) about
      *              to be written to LK-FileName: LK-Value, the
      *              entry's own JrnlChainValue, comes back set and
      *              the control file moves on to it.
      *        'P' - the same for a posting-journal entry.
      *        'C' - compute only, for an audit-journal entry:
      *              LK-Value carries the previous value in and the
      *              entry's value back. The control file is not
      *              touched. JrnlVerify walks a journal this way.
      *        'Q' - compute only, for a posting-journal entry.
      *        'L' - look up: LK-Value comes back with the last value
      *              the control file holds for LK-FileName (zeros
      *              when none), for JrnlVerify's tail check.
      *        'R' - re-seat: the control file's last value for
      *              LK-FileName becomes LK-Value, for a journal laid
      *              back from a backup (RestoreSet) so the next
      *              entry chains from the restored file's last one.
      *    LK-Entry is the whole journal record; only the bytes ahead
      *    of its chain value are read.
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT ChainFile ASSIGN TO WSChainFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSChainStatus.

      *|==============================================================|

       DATA DIVISION.

           FILE SECTION.

               FD ChainFile.
                   1 ChainRecord.
                       2 ChainJournalName PIC X(100).
                       2 ChainLastValue PIC X(16).
                       2 ChainStamp PIC 9(14).

           WORKING-STORAGE SECTION.

               1 WSChainFileName PIC X(100).

               1 WSChainStatus PIC X(2).
                   88 WSChainOK VALUE '00'.

               1 WSEOF PIC X(1).
                   88 WSAtEOF VALUE 'Y'.

      *    The control file held whole while one line is moved on.
               1 WSChainCount PIC 9(2) VALUE ZERO.
               1 WSChainMax PIC 9(2) VALUE 20.
               1 WSChainTable.
                   2 WSChainEntry OCCURS 20 TIMES.
                       3 WSTblJournalName PIC X(100).
                       3 WSTblLastValue PIC X(16).
                       3 WSTblStamp PIC 9(14).
               1 WSChainIdx PIC 9(2).
               1 WSChainFoundIdx PIC 9(2).

      *    Audit-journal entries are 480 bytes ahead of the chain
      *    value; posting-journal entries 65.
               1 WSEntryLength PIC 9(4).

               1 WSPrevValue PIC X(16).
               1 WSPrevParts REDEFINES WSPrevValue.
                   2 WSPrevLaneA PIC 9(8).
                   2 WSPrevLaneB PIC 9(8).

               1 WSLaneA PIC 9(8) COMP.
               1 WSLaneB PIC 9(8) COMP.
               1 WSWork PIC 9(12) COMP.
               1 WSQuotient PIC 9(12) COMP.
               1 WSByte PIC 9(4) COMP.
               1 WSPos PIC 9(4) COMP.

               1 WSNewValue PIC X(16).
               1 WSNewParts REDEFINES WSNewValue.
                   2 WSNewLaneA PIC 9(8).
                   2 WSNewLaneB PIC 9(8).

      *|==============================================================|

       LINKAGE SECTION.

               1 LK-Function PIC X(1).
               1 LK-FileName PIC X(100).
               1 LK-Entry PIC X(480).
               1 LK-Value PIC X(16).

       PROCEDURE DIVISION USING LK-Function LK-FileName LK-Entry
           LK-Value.

           MainLine.
               EVALUATE LK-Function
                   WHEN 'J'
                   WHEN 'C'
                       MOVE 480 TO WSEntryLength
                   WHEN 'P'
                   WHEN 'Q'
                       MOVE 65 TO WSEntryLength
               END-EVALUATE
               EVALUATE LK-Function
                   WHEN 'J'
                   WHEN 'P'
                       PERFORM LoadChainFile
                       PERFORM FindJournal
                       IF WSChainFoundIdx = ZERO
                           MOVE ZEROS TO WSPrevValue
                       ELSE
                           MOVE WSTblLastValue(WSChainFoundIdx)
                               TO WSPrevValue
                       END-IF
                       PERFORM ComputeValue
                       MOVE WSNewValue TO LK-Value
                       PERFORM StoreJournalValue
                       PERFORM SaveChainFile
                   WHEN 'C'
                   WHEN 'Q'
                       MOVE LK-Value TO WSPrevValue
                       PERFORM ComputeValue
                       MOVE WSNewValue TO LK-Value
                   WHEN 'L'
                       PERFORM LoadChainFile
                       PERFORM FindJournal
                       IF WSChainFoundIdx = ZERO
                           MOVE ZEROS TO LK-Value
                       ELSE
                           MOVE WSTblLastValue(WSChainFoundIdx)
                               TO LK-Value
                       END-IF
                   WHEN 'R'
                       PERFORM LoadChainFile
                       PERFORM FindJournal
                       MOVE LK-Value TO WSNewValue
                       PERFORM StoreJournalValue
                       PERFORM SaveChainFile
               END-EVALUATE
               GOBACK.

      *|==============================================================|
      *    ComputeValue runs the two remainders over the entry from
      *    the previous value. A previous value that is blank or not
      *    digits -- the first entry ever chained -- starts from
      *    zero.
      *|==============================================================|

           ComputeValue.
               IF WSPrevValue IS NUMERIC
                   MOVE WSPrevLaneA TO WSLaneA
                   MOVE WSPrevLaneB TO WSLaneB
               ELSE
                   MOVE ZERO TO WSLaneA
                   MOVE ZERO TO WSLaneB
               END-IF
               PERFORM VARYING WSPos FROM 1 BY 1
                   UNTIL WSPos > WSEntryLength
                   COMPUTE WSByte = FUNCTION ORD(LK-Entry(WSPos:1))
                   COMPUTE WSWork = WSLaneA * 257 + WSByte
                   DIVIDE WSWork BY 99999989 GIVING WSQuotient
                       REMAINDER WSLaneA
                   COMPUTE WSWork = WSLaneB * 263 + WSByte + WSPos
                   DIVIDE WSWork BY 99999971 GIVING WSQuotient
                       REMAINDER WSLaneB
               END-PERFORM
               MOVE WSLaneA TO WSNewLaneA
               MOVE WSLaneB TO WSNewLaneB.

           FindJournal.
               MOVE ZERO TO WSChainFoundIdx
               PERFORM VARYING WSChainIdx FROM 1 BY 1
                   UNTIL WSChainIdx > WSChainCount
                   IF WSTblJournalName(WSChainIdx) = LK-FileName
                       MOVE WSChainIdx TO WSChainFoundIdx
                   END-IF
               END-PERFORM.

           StoreJournalValue.
               IF WSChainFoundIdx = ZERO
                   IF WSChainCount >= WSChainMax
                       DISPLAY "JrnlChain: chain control file full; "
                           LK-FileName " not tracked."
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WSChainCount
                   MOVE WSChainCount TO WSChainFoundIdx
                   MOVE LK-FileName
                       TO WSTblJournalName(WSChainFoundIdx)
               END-IF
               MOVE WSNewValue TO WSTblLastValue(WSChainFoundIdx)
               MOVE FUNCTION CURRENT-DATE(1:14)
                   TO WSTblStamp(WSChainFoundIdx).

           LoadChainFile.
               CALL 'ParmLoad'
               ACCEPT WSChainFileName FROM ENVIRONMENT "CUSTCHAIN"
                   ON EXCEPTION
                       MOVE "JrnlChain.dat" TO WSChainFileName
               END-ACCEPT
               MOVE ZERO TO WSChainCount
               MOVE 'N' TO WSEOF
               OPEN INPUT ChainFile
               IF NOT WSChainOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ ChainFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF WSChainCount < WSChainMax
                               ADD 1 TO WSChainCount
                               MOVE ChainRecord
                                   TO WSChainEntry(WSChainCount)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ChainFile.

           SaveChainFile.
               OPEN OUTPUT ChainFile
               PERFORM VARYING WSChainIdx FROM 1 BY 1
                   UNTIL WSChainIdx > WSChainCount
                   MOVE WSChainEntry(WSChainIdx) TO ChainRecord
                   WRITE ChainRecord
               END-PERFORM
               CLOSE ChainFile.

      *|==============================================================|
