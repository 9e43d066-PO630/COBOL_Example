                       2 OpPwdDate PIC X(8).
                       2 OpFailCount PIC X(1).
                       2 OpLockFlag PIC X(1).
                       2 OpLastSignon PIC X(14).

               FD PendingFile.
                   1 PendingRecord.
                       2 PendMakerId PIC X(8).
                       2 PendStamp PIC 9(14).
                       2 PendProposed PIC X(221).
                       2 PendOrigImage PIC X(221).

           WORKING-STORAGE SECTION.

      *    rejects at all, and update-role applies go to the
      *    pending queue.
               1 WSOperatorRole PIC X(1) VALUE 'S'.
                   88 WSRoleInquiry VALUE 'I', 'P'.
                   88 WSRoleUpdate VALUE 'U'.
                   88 WSRoleTrusted VALUE 'T'.
                   88 WSRoleSupervisor VALUE 'S', ' '.
                       3 WSTblOpPwdDate PIC X(8).
                       3 WSTblOpFailCount PIC X(1).
                       3 WSTblOpLockFlag PIC X(1).
                       3 WSTblOpLastSignon PIC X(14).

               1 WSOpIdx PIC 9(2) VALUE ZERO.


               1 WSBeforeImage PIC X(221).

      *    Read-again check before an update or delete is rewritten,
      *    as on the maintenance screens.
               1 WSReadStamp PIC 9(14).
               1 WSAfterImage PIC X(221).
               1 WSCollideFlag PIC X(1).
                   88 WSCollided VALUE 'Y'.

      *|==============================================================|

       SCREEN SECTION.
       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSDataFileName FROM ENVIRONMENT "CUSTMSTR"
                   ON EXCEPTION
                       MOVE "test.dat" TO WSDataFileName
                   MOVE 'Y' TO WSLoginValid
                   MOVE WSTblOpRole(WSOpFoundIdx) TO WSOperatorRole
                   MOVE '0' TO WSTblOpFailCount(WSOpFoundIdx)
                   MOVE FUNCTION CURRENT-DATE(1:14)
                       TO WSTblOpLastSignon(WSOpFoundIdx)
                   PERFORM SaveOperatorTable
               ELSE
                   PERFORM CountFailedAttempt
               MOVE WSOperatorId TO PendMakerId
               MOVE FUNCTION CURRENT-DATE(1:14) TO PendStamp
               MOVE WSCustomerData TO PendProposed
               IF WSPendSubmitType = 'A'
                   MOVE SPACES TO PendOrigImage
               ELSE
                   MOVE WSBeforeImage TO PendOrigImage
               END-IF
               WRITE PendingRecord
               CLOSE PendingFile
               DISPLAY "Correction submitted for supervisor "
                   EXIT PARAGRAPH
               END-IF
               MOVE CustomerData TO WSBeforeImage
               MOVE CustUpdatedStamp OF CustomerData TO WSReadStamp
               CALL 'NameCase' USING WSWrkFirstName
               CALL 'NameCase' USING WSWrkLastName
               MOVE WSWrkFirstName TO FirstName OF CustomerData
                   ADD 1 TO WSAppliedCount
                   EXIT PARAGRAPH
               END-IF
               PERFORM RereadForCollision
               IF WSCollided
                   MOVE "Update: changed meanwhile, rework"
                       TO WSApplyResult
                   PERFORM RecordStillBad
                   CLOSE DataFile
                   EXIT PARAGRAPH
               END-IF
               REWRITE CustomerData
                   INVALID KEY
                       MOVE "Update: rewrite failed" TO WSApplyResult
                   EXIT PARAGRAPH
               END-IF
               MOVE CustomerData TO WSBeforeImage
               MOVE CustUpdatedStamp OF CustomerData TO WSReadStamp
               MOVE 'I' TO CustActiveFlag OF CustomerData
               MOVE FUNCTION CURRENT-DATE(1:14)
                   TO CustUpdatedStamp OF CustomerData
                   ADD 1 TO WSAppliedCount
                   EXIT PARAGRAPH
               END-IF
               PERFORM RereadForCollision
               IF WSCollided
                   MOVE "Delete: changed meanwhile, rework"
                       TO WSApplyResult
                   PERFORM RecordStillBad
                   CLOSE DataFile
                   EXIT PARAGRAPH
               END-IF
               REWRITE CustomerData
                   INVALID KEY
                       MOVE "Delete: rewrite failed" TO WSApplyResult
               END-REWRITE
               CLOSE DataFile.

      *|==============================================================|
      *    RereadForCollision reads the target again just before the
      *    rewrite, as the maintenance screens do: a stamp other
      *    than the one first read means someone saved the customer
      *    meanwhile, so CustCollide shows and journals their change
      *    and the reject goes back to be worked again.
      *|==============================================================|

           RereadForCollision.
               MOVE 'N' TO WSCollideFlag
               MOVE CustomerData TO WSAfterImage
               READ DataFile
                   INVALID KEY
                       SET WSCollided TO TRUE
                       EXIT PARAGRAPH
               END-READ
               IF CustUpdatedStamp OF CustomerData NOT = WSReadStamp
                   CALL 'CustCollide' USING WSOperatorId
                       WSBeforeImage CustomerData
                   SET WSCollided TO TRUE
               ELSE
                   MOVE WSAfterImage TO CustomerData
               END-IF.

      *|==============================================================|
      *    ReadReworkTarget reads the customer an update or delete
      *    names, the merge's paragraph of the same purpose. The
               MOVE WSBeforeImage TO JrnlBeforeImage
               MOVE CustomerData TO JrnlAfterImage
               MOVE SPACES TO JrnlMakerId
               CALL 'JrnlChain' USING 'J' WSJournalFileName
                   JournalRecord JrnlChainValue
               WRITE JournalRecord
               CLOSE JournalFile.

