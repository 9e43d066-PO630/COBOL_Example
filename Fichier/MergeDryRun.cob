      *    edit set -- check-digit arithmetic, the reserved-Id
      *    check, name field validation, the ZIP/city reference,
      *    duplicate Ids against the current master AND within the
      *    file itself, update/delete target existence, and an
      *    add's referred-by Id as RefCapture judges it -- and
      *    every line that would bounce at midnight lands on the
      *    would-reject report with its reason NOW, while the
      *    branches still have hours to re-key. Nothing is
                           88 BatchAddTran VALUES ' ', 'A'.
                           88 BatchUpdateTran VALUE 'U'.
                           88 BatchDeleteTran VALUE 'D'.
                       2 BatchReferrerId PIC X(7).

               FD DataFile.
                   COPY "CustRec.cpy".

               FD DryReport.
                   1 DryLine PIC X(150).

           WORKING-STORAGE SECTION.

               1 WSRejectReason PIC X(30).
               1 WSLineBad PIC X(1).

      *    Referred-by verdict from the shared RefCapture
      *    subprogram, asked only to judge.
               1 WSRefFunction PIC X(1) VALUE 'V'.
               1 WSRefReferrerId PIC 9(7).
               1 WSRefSource PIC X(1) VALUE 'M'.
               1 WSRefOperator PIC X(8) VALUE "DRYRUN".
               1 WSRefResult PIC X(1).

      *    Ids already seen in this file, for the within-file
      *    duplicate-add check the night would hit as a duplicate
      *    key on the second write.
       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSTransFileName FROM ENVIRONMENT "CUSTTRANS"
                   ON EXCEPTION
                       MOVE "DailyTrans.dat" TO WSTransFileName
               MOVE BatchIDNum TO WSMergeIDBase
               IF WSMergeIDBase = ZERO
      *    Base 000000 asks NextId for an Id at night; nothing to
      *    prove ahead of time but the referrer, so the line passes
      *    as keyed if that does.
                   MOVE ZERO TO WSMergeIDNum
                   PERFORM JudgeReferrer
                   EXIT PARAGRAPH
               END-IF
               CALL 'CheckDigit' USING 'C' WSMergeIDBase
               IF WSSeenCount < WSSeenMax
                   ADD 1 TO WSSeenCount
                   MOVE WSMergeIDNum TO SeenId(WSSeenCount)
               END-IF
               PERFORM JudgeReferrer.

      *    A referred-by Id that is not a number, fails its check
      *    digit, or names the new customer would reject the add.
           JudgeReferrer.
               IF BatchReferrerId = SPACES
                   EXIT PARAGRAPH
               END-IF
               IF BatchReferrerId IS NUMERIC
                   MOVE BatchReferrerId TO WSRefReferrerId
                   CALL 'RefCapture' USING WSRefFunction
                       WSMergeIDNum WSRefReferrerId WSRefSource
                       WSRefOperator WSRefResult
               ELSE
                   MOVE 'D' TO WSRefResult
               END-IF
               IF WSRefResult = 'D'
                   MOVE "Add: referrer does not verify"
                       TO WSRejectReason
                   PERFORM NoteWouldReject
               END-IF
               IF WSRefResult = 'S'
                   MOVE "Add: customer refers itself"
                       TO WSRejectReason
                   PERFORM NoteWouldReject
               END-IF.

           JudgeTarget.
