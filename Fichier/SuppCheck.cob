      *
      *    The effective-date comparison is against the business
      *    date (CUSTBIZDATE, else today), read once per run.
      *
      *    A customer held under a confirmed sanctions watch-list hit
      *    (SanctCheck) answers 'N' on every channel until the hit is
      *    released, whatever the suppression file says, so no run
      *    that asks here mails or calls a sanctioned party.
      *|==============================================================|

       ENVIRONMENT DIVISION.

               1 WSRunDate PIC 9(8).

               1 WSSanctAnswer PIC X(1).
                   88 WSSanctHeld VALUE 'Y'.
               1 WSSanctEntry PIC X(10).

           LINKAGE SECTION.

               1 LK-IDNum PIC 9(7).
       PROCEDURE DIVISION USING LK-IDNum LK-Channel LK-Answer.

           MainLine.
               CALL 'ParmLoad'
               IF NOT WSSetupDone
                   PERFORM FirstCallSetup
               END-IF
               MOVE 'Y' TO LK-Answer
               CALL 'SanctCheck' USING LK-IDNum WSSanctAnswer
                   WSSanctEntry
               IF WSSanctHeld
                   MOVE 'N' TO LK-Answer
                   EXIT PROGRAM
               END-IF
               IF NOT WSSuppFileAvail
                   EXIT PROGRAM
               END-IF
