      *    the Id and last-touched date of each record scrubbed.
      *    Already-masked records are left alone, so the pass can run
      *    nightly without re-journaling old scrubs.
      *
      *    A qualifying record under a legal hold (LegalCheck:
      *    bankruptcy, deceased, litigation) is never scrubbed while
      *    the hold stands; the proof lists its Id and hold as kept.
      *|==============================================================|

       ENVIRONMENT DIVISION.

               1 WSScrubbedCount PIC 9(7) VALUE ZERO.

      *    Legal-hold verdict from the shared LegalCheck subprogram.
               1 WSLegalAnswer PIC X(1).
                   88 WSLegalHeld VALUE 'Y'.
               1 WSLegalType PIC X(1).
               1 WSLegalName PIC X(10).
               1 WSLegalCount PIC 9(7) VALUE ZERO.
               1 WSReadStamp PIC 9(14).

               1 ProofHeading.
                   2 FILLER PIC X(28)
                       VALUE "Closed-Account Anonymization".
                   2 FILLER PIC X(15) VALUE "  last touched ".
                   2 PrnLastTouched PIC 9(8).

               1 ProofHeldLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnHeldId PIC 9(7).
                   2 FILLER PIC X(15) VALUE "  KEPT, hold:  ".
                   2 PrnHeldName PIC X(10).

               1 ProofFooting.
                   2 FILLER PIC X(20) VALUE "Records scrubbed  : ".
                   2 PrnScrubbedCount PIC ZZZZZZ9.

               1 ProofHeldFooting.
                   2 FILLER PIC X(20) VALUE "Kept, legal hold  : ".
                   2 PrnHeldCount PIC ZZZZZZ9.

      *|==============================================================|

       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSCustFileName FROM ENVIRONMENT "CUSTMSTR"
                   ON EXCEPTION
                       MOVE "test.dat" TO WSCustFileName
               MOVE WSScrubbedCount TO PrnScrubbedCount
               WRITE ProofLine FROM ProofFooting
                   AFTER ADVANCING 2 LINES
               MOVE WSLegalCount TO PrnHeldCount
               WRITE ProofLine FROM ProofHeldFooting
                   AFTER ADVANCING 1 LINE
               CLOSE CustomerFile, ProofReport
               DISPLAY "Anonymization complete: " WSScrubbedCount
                   " records scrubbed."
               IF WSLegalCount > ZERO
                   DISPLAY "Kept under legal hold: " WSLegalCount
               END-IF
               GOBACK.

      *|==============================================================|
      *    CustUpdatedStamp is deliberately left at its old value:
      *    it is part of the accounting history the record is being
      *    kept for, and moving it would re-arm the retention clock.
      *    A legal hold leaves the record untouched. So does a
      *    record an operator saved since the pass read it: it is
      *    read again before the scrub, and a stamp that has moved
      *    on means it is no longer past the cutoff at all. No
      *    collision entry is journaled, since its images would
      *    carry exactly what the scrub exists to remove.
      *|==============================================================|

           ConsiderOneRecord.
               IF FirstName OF CustomerData = WSMaskValue
                   EXIT PARAGRAPH
               END-IF
               CALL 'LegalCheck' USING IDNum OF CustomerData
                   WSLegalAnswer WSLegalType WSLegalName
               IF WSLegalHeld
                   ADD 1 TO WSLegalCount
                   MOVE IDNum OF CustomerData TO PrnHeldId
                   MOVE WSLegalName TO PrnHeldName
                   WRITE ProofLine FROM ProofHeldLine
                       AFTER ADVANCING 1 LINE
                   EXIT PARAGRAPH
               END-IF
               MOVE CustUpdatedStamp OF CustomerData TO WSReadStamp
               READ CustomerFile
                   INVALID KEY
                       EXIT PARAGRAPH
               END-READ
               IF CustUpdatedStamp OF CustomerData NOT = WSReadStamp
                   EXIT PARAGRAPH
               END-IF
               MOVE WSMaskValue TO FirstName OF CustomerData
               MOVE WSMaskValue TO LastName OF CustomerData
               MOVE ZERO TO CustAddrNum OF CustomerData
               MOVE CustomerData TO JrnlBeforeImage
               MOVE CustomerData TO JrnlAfterImage
               MOVE SPACES TO JrnlMakerId
               CALL 'JrnlChain' USING 'J' WSJournalFileName
                   JournalRecord JrnlChainValue
               WRITE JournalRecord
               CLOSE JournalFile.

