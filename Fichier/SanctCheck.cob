      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SanctCheck.

      *|==============================================================|
      *    SanctCheck answers the sanctions question every run that
      *    posts money or contacts a customer must ask: does this
      *    customer have a confirmed watch-list hit that has not been
      *    released? A callable service in the LegalCheck mold --
      *    hand it an Id and LK-Answer comes back 'Y' when the review
      *    queue (CUSTSANCT, default SanctHits.dat, SanctRec.cpy
      *    layout) holds a confirmed hit for the customer, with the
      *    list entry in LK-EntryId for the caller's report. No
      *    file, no hit, or only pending, cleared, or released hits
      *    all answer 'N' with a blank entry.
      *
      *    The confirmed Ids are read once per run, on the first
      *    call.
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT HitFile ASSIGN TO WSHitFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSHitStatus.

      *|==============================================================|

       DATA DIVISION.

           FILE SECTION.

               FD HitFile.
                   COPY "SanctRec.cpy".

           WORKING-STORAGE SECTION.

               1 WSHitFileName PIC X(100).

               1 WSHitStatus PIC X(2).
                   88 WSHitOK VALUE '00'.

               1 WSEOF PIC X(1).
                   88 WSAtEOF VALUE 'Y'.

               1 WSSetupFlag PIC X(1) VALUE 'N'.
                   88 WSSetupDone VALUE 'Y'.

      *    Customers under a confirmed, unreleased hit.
               1 WSHoldMax PIC 9(4) VALUE 2000.
               1 WSHoldCount PIC 9(4) VALUE ZERO.
               1 HoldTable.
                   2 HoldSlot OCCURS 2000 TIMES.
                       3 HoldIDNum PIC 9(7).
                       3 HoldEntryId PIC X(10).
               1 WSHoldIdx PIC 9(4).

           LINKAGE SECTION.

               1 LK-IDNum PIC 9(7).
               1 LK-Answer PIC X(1).
               1 LK-EntryId PIC X(10).

       PROCEDURE DIVISION USING LK-IDNum LK-Answer LK-EntryId.

           MainLine.
               CALL 'ParmLoad'
               IF NOT WSSetupDone
                   PERFORM FirstCallSetup
               END-IF
               MOVE 'N' TO LK-Answer
               MOVE SPACES TO LK-EntryId
               PERFORM VARYING WSHoldIdx FROM 1 BY 1
                   UNTIL WSHoldIdx > WSHoldCount
                   OR LK-Answer = 'Y'
                   IF HoldIDNum(WSHoldIdx) = LK-IDNum
                       MOVE 'Y' TO LK-Answer
                       MOVE HoldEntryId(WSHoldIdx) TO LK-EntryId
                   END-IF
               END-PERFORM
               EXIT PROGRAM.

           FirstCallSetup.
               SET WSSetupDone TO TRUE
               ACCEPT WSHitFileName FROM ENVIRONMENT "CUSTSANCT"
                   ON EXCEPTION
                       MOVE "SanctHits.dat" TO WSHitFileName
               END-ACCEPT
               MOVE ZERO TO WSHoldCount
               MOVE 'N' TO WSEOF
               OPEN INPUT HitFile
               IF NOT WSHitOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ HitFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF SanctConfirmed
                               AND WSHoldCount < WSHoldMax
                               ADD 1 TO WSHoldCount
                               MOVE SanctIDNum TO HoldIDNum(WSHoldCount)
                               MOVE SanctEntryId
                                   TO HoldEntryId(WSHoldCount)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HitFile.

      *|==============================================================|
