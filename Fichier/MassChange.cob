      *
      *    Every record touched gets a full JrnlUpdate entry under
      *    operator MASSCHG and one line on the proof report
      *    (MassChange.rpt): Id, field, old value, new value. A
      *    customer an operator saved while the pass was on it is
      *    not overwritten: the collision is journaled, a line on
      *    the report says so, and a rerun picks it up. The
      *    1st command-line argument 'P' runs the same selection in
      *    preview: the proof report shows the blast radius but
      *    nothing is rewritten or journaled.

               1 WSBeforeImage PIC X(221).

      *    The record is read again just before its rewrite; a
      *    CustUpdatedStamp other than the one the pass read means
      *    an operator saved the customer meanwhile, and the change
      *    is left for a rerun rather than laid over theirs.
               1 WSReadStamp PIC 9(14).
               1 WSAfterImage PIC X(221).
               1 WSCollideFlag PIC X(1).
                   88 WSCollided VALUE 'Y'.
               1 WSCollideCount PIC 9(7) VALUE ZERO.
               1 WSJobOperator PIC X(8) VALUE "MASSCHG".

               1 WSTouchedCount PIC 9(7) VALUE ZERO.

               1 WSChangeCount PIC 9(7) VALUE ZERO.
       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSCustFileName FROM ENVIRONMENT "CUSTMSTR"
                   ON EXCEPTION
                       MOVE "test.dat" TO WSCustFileName
               CLOSE ProofReport
               DISPLAY "Mass change complete. Records touched: "
                   WSTouchedCount ", proof: MassChange.rpt"
               IF WSCollideCount > ZERO
                   DISPLAY "Not saved, changed by an operator during "
                       "the run: " WSCollideCount
                       "; rerun to apply the rules to them."
               END-IF
               IF WSPreviewMode
                   DISPLAY "Preview only -- nothing was updated."
               END-IF
               IF WSRecordChanged
                   ADD 1 TO WSTouchedCount
                   IF NOT WSPreviewMode
                       PERFORM RereadForCollision
                   END-IF
                   IF NOT WSPreviewMode AND NOT WSCollided
                       MOVE FUNCTION CURRENT-DATE(1:14)
                           TO CustUpdatedStamp OF CustomerData
                       REWRITE CustomerData
                   END-IF
               END-IF.

      *|==============================================================|
      *    RereadForCollision reads the customer again by Id; the
      *    pass carries on from it as before. On a stamp mismatch
      *    CustCollide shows and journals what the other save did,
      *    the record is left as that save made it, and the proof
      *    report says so: rerunning the rules applies them to the
      *    record as it now stands.
      *|==============================================================|

           RereadForCollision.
               MOVE 'N' TO WSCollideFlag
               MOVE CustomerData TO WSAfterImage
               READ CustomerFile
                   INVALID KEY
                       SET WSCollided TO TRUE
                       EXIT PARAGRAPH
               END-READ
               IF CustUpdatedStamp OF CustomerData NOT = WSReadStamp
                   CALL 'CustCollide' USING WSJobOperator
                       WSBeforeImage CustomerData
                   SET WSCollided TO TRUE
                   ADD 1 TO WSCollideCount
                   MOVE IDNum OF CustomerData TO PrnCustId
                   MOVE "(not saved)" TO PrnField
                   MOVE "changed by an operator during the run"
                       TO PrnOldValue
                   MOVE "rerun to apply" TO PrnNewValue
                   WRITE ProofLine FROM ProofDetailLine
                       AFTER ADVANCING 1 LINE
               ELSE
                   MOVE WSAfterImage TO CustomerData
               END-IF.

           TryOneRule.
               MOVE WSTblSelField(WSRuleIdx) TO WSFieldName
               PERFORM GetFieldValue
                           NOT = WSTblChgValue(WSRuleIdx)
                       IF NOT WSRecordChanged
                           MOVE CustomerData TO WSBeforeImage
                           MOVE CustUpdatedStamp OF CustomerData
                               TO WSReadStamp
                       END-IF
                       MOVE WSFieldValue TO WSOldValue
                       MOVE WSTblChgValue(WSRuleIdx) TO WSFieldValue
               MOVE WSBeforeImage TO JrnlBeforeImage
               MOVE CustomerData TO JrnlAfterImage
               MOVE SPACES TO JrnlMakerId
               CALL 'JrnlChain' USING 'J' WSJournalFileName
                   JournalRecord JrnlChainValue
               WRITE JournalRecord
               CLOSE JournalFile.

