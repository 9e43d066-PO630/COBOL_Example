      *    touch of the master. MailLabels, FormLetter, and the
      *    statement print path suppress flagged addresses (the
      *    RetMailRpt worklist chases them); e-delivery continues
      *    when the email is good, and each newly flagged customer
      *    is queued through NotifyQ for an email or text asking
      *    for the new address.
      *
      *    Each return file imported is logged under RETMAIL on the
      *    interface log (IfaceLog) with its line count; returns keyed
      *    one at a time are not.
      *|==============================================================|

       ENVIRONMENT DIVISION.

               1 WSBeforeImage PIC X(221).

      *    Read-again check before each rewrite: the changed record
      *    is held aside, the customer read again, and a stamp
      *    other than the one first read means someone else saved
      *    the customer in between.
               1 WSReadStamp PIC 9(14).
               1 WSAfterImage PIC X(221).
               1 WSCollideFlag PIC X(1).
                   88 WSCollided VALUE 'Y'.

               1 WSFlaggedCount PIC 9(5).
               1 WSSkippedCount PIC 9(5).

      *    Interface-log work area handed to the shared IfaceLog
      *    subprogram.
               1 WSIfcCode PIC X(8) VALUE "RETMAIL".
               1 WSIfcEvent PIC X(1).
               1 WSIfcRecords PIC 9(7) VALUE ZERO.
               1 WSIfcControl PIC 9(11)V99 VALUE ZERO.
               1 WSIfcFileDate PIC 9(8) VALUE ZERO.

      *    Customer notification handed to the shared NotifyQ.
               1 WSNtfEvent PIC X(2) VALUE 'RM'.
               1 WSNtfAmount PIC 9(7)V99 VALUE ZERO.
               1 WSNtfDetail PIC X(30).

               1 WSNoteNextSeq PIC 9(4).
               1 WSNotesEOF PIC X(1).
                   88 WSNotesAtEOF VALUE 'Y'.
       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSDataFileName FROM ENVIRONMENT "CUSTMSTR"
                   ON EXCEPTION
                       MOVE "test.dat" TO WSDataFileName
               END-IF
               MOVE CustomerData TO WSBeforeImage
               MOVE 'R' TO CustMailStatus
               PERFORM RereadForCollision
               IF WSCollided
                   ADD 1 TO WSSkippedCount
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION CURRENT-DATE(1:14)
                   TO CustUpdatedStamp
               REWRITE CustomerData
               END-REWRITE
               PERFORM WriteJournalEntry
               PERFORM AppendReasonNote
               MOVE WSEntryReason TO WSNtfDetail
               CALL 'NotifyQ' USING WSEntryIDNum WSNtfEvent
                   WSNtfAmount WSNtfDetail
               ADD 1 TO WSFlaggedCount
               DISPLAY "Mail flagged undeliverable for "
                   WSEntryIDNum ".".
                   END-READ
               END-PERFORM
               CLOSE ReturnFile
               MOVE 'R' TO WSIfcEvent
               COMPUTE WSIfcRecords = WSFlaggedCount + WSSkippedCount
               PERFORM WriteIfaceLogRecord
               DISPLAY "Import done: " WSFlaggedCount " flagged, "
                   WSSkippedCount " skipped.".

               END-IF
               MOVE CustomerData TO WSBeforeImage
               MOVE SPACE TO CustMailStatus
               PERFORM RereadForCollision
               IF WSCollided
                   ADD 1 TO WSSkippedCount
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION CURRENT-DATE(1:14)
                   TO CustUpdatedStamp
               REWRITE CustomerData
               DISPLAY "Flag cleared; mail resumes for "
                   WSEntryIDNum ".".

      *|==============================================================|
      *    RereadForCollision reads the customer again just before
      *    the rewrite, its stamp not yet moved on. A changed
      *    CustUpdatedStamp means another operator saved the
      *    customer since it was read here: CustCollide shows and
      *    journals their change, nothing is rewritten, and the
      *    return is keyed again.
      *|==============================================================|

           RereadForCollision.
               MOVE 'N' TO WSCollideFlag
               MOVE CustUpdatedStamp TO WSReadStamp
               MOVE CustomerData TO WSAfterImage
               READ DataFile
                   INVALID KEY
                       DISPLAY "Customer " WSEntryIDNum
                           " is no longer on file."
                       SET WSCollided TO TRUE
                       EXIT PARAGRAPH
               END-READ
               IF CustUpdatedStamp NOT = WSReadStamp
                   CALL 'CustCollide' USING WSOperatorId
                       WSBeforeImage CustomerData
                   DISPLAY "Key it again for " WSEntryIDNum
                       " against the record as it now stands."
                   SET WSCollided TO TRUE
               ELSE
                   MOVE WSAfterImage TO CustomerData
               END-IF.

           WriteJournalEntry.
               OPEN EXTEND JournalFile
               IF WSJournalFileMissing
               MOVE WSBeforeImage TO JrnlBeforeImage
               MOVE CustomerData TO JrnlAfterImage
               MOVE SPACES TO JrnlMakerId
               CALL 'JrnlChain' USING 'J' WSJournalFileName
                   JournalRecord JrnlChainValue
               WRITE JournalRecord
               CLOSE JournalFile.

               WRITE NoteRecord
               CLOSE NotesFile.

           WriteIfaceLogRecord.
               CALL 'IfaceLog' USING WSIfcCode WSIfcEvent
                   WSIfcRecords WSIfcControl WSIfcFileDate.

      *|==============================================================|
