      *    the archive when an Id is on neither the master nor the
      *    alias file, so a purged customer can still be produced
      *    for the auditors.
      *
      *    A qualifying customer under a legal hold (LegalCheck:
      *    bankruptcy, deceased, litigation) is never purged -- the
      *    case may yet need the record -- and is listed on the
      *    proof as kept, with its hold.
      *|==============================================================|

       ENVIRONMENT DIVISION.

               1 WSPurgedCount PIC 9(7) VALUE ZERO.

      *    Legal-hold verdict from the shared LegalCheck subprogram.
               1 WSLegalAnswer PIC X(1).
                   88 WSLegalHeld VALUE 'Y'.
               1 WSLegalType PIC X(1).
               1 WSLegalName PIC X(10).
               1 WSLegalCount PIC 9(7) VALUE ZERO.

               1 ProofHeading.
                   2 FILLER PIC X(26)
                       VALUE "Closed-Customer Purge     ".
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnLastTouched PIC 9(8).

               1 ProofHeldLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnHeldId PIC 9(7).
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnHeldLastName PIC X(15).
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnHeldFirstName PIC X(15).
                   2 FILLER PIC X(14) VALUE "  KEPT, hold: ".
                   2 PrnHeldName PIC X(10).

               1 ProofFooting.
                   2 FILLER PIC X(20) VALUE "Customers archived: ".
                   2 PrnPurgedCount PIC ZZZZZZ9.

               1 ProofHeldFooting.
                   2 FILLER PIC X(20) VALUE "Kept, legal hold:   ".
                   2 PrnHeldCount PIC ZZZZZZ9.

      *|==============================================================|

       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSCustFileName FROM ENVIRONMENT "CUSTMSTR"
                   ON EXCEPTION
                       MOVE "test.dat" TO WSCustFileName
               MOVE WSPurgedCount TO PrnPurgedCount
               WRITE ProofLine FROM ProofFooting
                   AFTER ADVANCING 2 LINES
               MOVE WSLegalCount TO PrnHeldCount
               WRITE ProofLine FROM ProofHeldFooting
                   AFTER ADVANCING 1 LINE
               CLOSE CustomerFile, ArchiveFile, ProofReport
               DISPLAY "Purge complete: " WSPurgedCount
                   " customers archived to " WSArchFileName
               IF WSLegalCount > ZERO
                   DISPLAY "Kept under legal hold: " WSLegalCount
               END-IF
               GOBACK.

      *|==============================================================|
      *    it is closed and last touched before the cutoff. The
      *    archive copy is written before the DELETE, so a failure
      *    between the two leaves a harmless duplicate in the
      *    archive rather than a record that exists nowhere. A
      *    legal hold keeps the record where it is.
      *|==============================================================|

           ConsiderOneRecord.
                   >= WSCutoffDate
                   EXIT PARAGRAPH
               END-IF
               CALL 'LegalCheck' USING IDNum OF CustomerData
                   WSLegalAnswer WSLegalType WSLegalName
               IF WSLegalHeld
                   ADD 1 TO WSLegalCount
                   MOVE IDNum OF CustomerData TO PrnHeldId
                   MOVE LastName OF CustomerData TO PrnHeldLastName
                   MOVE FirstName OF CustomerData TO PrnHeldFirstName
                   MOVE WSLegalName TO PrnHeldName
                   WRITE ProofLine FROM ProofHeldLine
                       AFTER ADVANCING 1 LINE
                   EXIT PARAGRAPH
               END-IF
               MOVE CustomerData TO ArchCustomerData
               WRITE ArchCustomerData
               MOVE CustomerData TO WSBeforeImage
               MOVE WSBeforeImage TO JrnlBeforeImage
               MOVE SPACES TO JrnlAfterImage
               MOVE SPACES TO JrnlMakerId
               CALL 'JrnlChain' USING 'J' WSJournalFileName
                   JournalRecord JrnlChainValue
               WRITE JournalRecord
               CLOSE JournalFile.

