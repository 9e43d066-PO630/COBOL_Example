
               1 WSBeforeImage PIC X(221).

      *    Both records as first read. Each is read again just
      *    before its rewrite; a CustUpdatedStamp that has moved on
      *    means an operator saved it meanwhile, and the merge does
      *    not lay its copy over theirs.
               1 WSSurvivorRead PIC X(221).
               1 WSVictimRead PIC X(221).
               1 WSJobOperator PIC X(8) VALUE "CUSTMERG".

               1 WSSurvivorChangedFlag PIC X(1) VALUE 'N'.
                   88 WSSurvivorChanged VALUE 'Y'.

       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSCustFileName FROM ENVIRONMENT "CUSTMSTR"
                   ON EXCEPTION
                       MOVE "test.dat" TO WSCustFileName
                       EXIT PARAGRAPH
               END-READ
               MOVE CustomerData TO WSSurvivorData
               MOVE CustomerData TO WSSurvivorRead
               MOVE WSVictimIDNum TO IDNum OF CustomerData
               READ CustomerFile
                   INVALID KEY
                       EXIT PARAGRAPH
               END-READ
               MOVE CustomerData TO WSVictimData
               MOVE CustomerData TO WSVictimRead
               IF CustClosed OF WSVictimData
                   DISPLAY "CustMerge: victim is already closed."
                   MOVE 16 TO RETURN-CODE
      *    CloseVictim marks the victim closed (not merely inactive:
      *    the account is gone for good, its history lives on under
      *    the survivor) and journals its before and after images.
      *    A victim saved by an operator since it was read is left
      *    alone and the merge refused, RC 16, before anything is
      *    changed; the merge is simply run again.
      *|==============================================================|

           CloseVictim.
               MOVE WSVictimIDNum TO IDNum OF CustomerData
               READ CustomerFile
                   INVALID KEY
                       DISPLAY "CustMerge: victim re-read failed."
                       MOVE 16 TO RETURN-CODE
                       EXIT PARAGRAPH
               END-READ
               IF CustUpdatedStamp OF CustomerData
                   NOT = CustUpdatedStamp OF WSVictimData
                   CALL 'CustCollide' USING WSJobOperator
                       WSVictimRead CustomerData
                   DISPLAY "CustMerge: victim changed during the "
                       "merge; nothing merged, run it again."
                   MOVE 16 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               MOVE WSVictimData TO WSBeforeImage
               MOVE 'C' TO CustActiveFlag OF WSVictimData
               MOVE FUNCTION CURRENT-DATE(1:14)
      *    RewriteSurvivor saves the survivor with any carried-over
      *    details and journals the change. A survivor that picked
      *    nothing up is left untouched -- no empty journal entry.
      *    Nor is one an operator saved since it was read: the
      *    details are then carried over by hand.
      *|==============================================================|

           RewriteSurvivor.
                       MOVE 16 TO RETURN-CODE
                       EXIT PARAGRAPH
               END-READ
               IF CustUpdatedStamp OF CustomerData
                   NOT = CustUpdatedStamp OF WSSurvivorData
                   CALL 'CustCollide' USING WSJobOperator
                       WSSurvivorRead CustomerData
                   MOVE 16 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               MOVE CustomerData TO WSBeforeImage
               MOVE FUNCTION CURRENT-DATE(1:14)
                   TO CustUpdatedStamp OF WSSurvivorData
               MOVE WSBeforeImage TO JrnlBeforeImage
               MOVE CustomerData TO JrnlAfterImage
               MOVE SPACES TO JrnlMakerId
               CALL 'JrnlChain' USING 'J' WSJournalFileName
                   JournalRecord JrnlChainValue
               WRITE JournalRecord
               CLOSE JournalFile.

