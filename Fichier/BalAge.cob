      *
      *    The customer's credits are applied against the oldest
      *    debits on the posting history (CUSTPOSTH, default
      *    PostHist.dat, read from the customer's first key on, not
      *    end to end) first; what survives is aged from its own
      *    posting date through DateCalc. Any part of the balance the
      *    history cannot explain ages conservatively as overdue.
      *    A zero or credit balance answers zero overdue, zero days.
      *
      *    An amount the customer has disputed (DispCheck, off the
      *    dispute file) is held out before anything ages: it comes
      *    off the debit posted on the disputed date, the credits
      *    pay the rest oldest-first, and the held amount is never
      *    overdue -- not in the surviving debits, and not in the
      *    unexplained slice either.
      *|==============================================================|

       ENVIRONMENT DIVISION.
           FILE-CONTROL.

               SELECT HistoryFile ASSIGN TO WSHistFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PostHKey
                   FILE STATUS IS WSHistFileStatus.

      *|==============================================================|

               FD HistoryFile.
                   COPY "PostRec.cpy".
                   COPY "PostHKey.cpy".

           WORKING-STORAGE SECTION.


               1 WSAgeDays PIC S9(7).

      *    The customer's held dispute cases, as DispCheck answers.
               1 WSHeldCount PIC 9(2).
               1 HeldList.
                   2 HeldEntry OCCURS 20 TIMES.
                       3 HeldPostDate PIC 9(8).
                       3 HeldAmount PIC 9(7)V99.
               1 WSHeldTotal PIC 9(9)V99.
               1 WSHeldIdx PIC 9(2).
               1 WSHoldLeft PIC S9(9)V99.

               1 WSDateCalcOp PIC X(1).
               1 WSDateCalcResult PIC 9(8).
               1 WSDateCalcDow PIC 9(1).
           LK-OverdueAmount LK-OldestDays.

           MainLine.
               CALL 'ParmLoad'
               MOVE ZERO TO LK-OverdueAmount
               MOVE ZERO TO LK-OldestDays
               IF LK-Balance <= ZERO
                       MOVE "PostHist.dat" TO WSHistFileName
               END-ACCEPT
               PERFORM LoadOpenDebits
               PERFORM HoldDisputedDebits
               PERFORM ApplyCreditsFifo
               MOVE ZERO TO WSOpenTotal
               PERFORM AgeOneDebit
      *    The slice of balance the surviving history cannot explain
      *    (postings archived away) is treated as overdue rather than
      *    escaping the assessment.
               COMPUTE WSResidual =
                   LK-Balance - WSOpenTotal - WSHeldTotal
               IF WSResidual > ZERO
                   ADD WSResidual TO LK-OverdueAmount
                   IF LK-OldestDays < 99999
               IF NOT WSHistFileOK
                   EXIT PARAGRAPH
               END-IF
               MOVE LK-IDNum TO PostHKeyIDNum
               MOVE ZERO TO PostHKeyDate
               MOVE ZERO TO PostHKeySeq
               START HistoryFile KEY IS NOT LESS THAN PostHKey
                   INVALID KEY SET WSHistAtEOF TO TRUE
               END-START
               PERFORM UNTIL WSHistAtEOF
                   READ HistoryFile NEXT RECORD
                       AT END SET WSHistAtEOF TO TRUE
                       NOT AT END
                           IF PostHIDNum = LK-IDNum
                               PERFORM NoteOnePosting
                           ELSE
                               SET WSHistAtEOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
                   ADD PostHAmount TO DTOpenAmount(500)
               END-IF.

      *|==============================================================|
      *    HoldDisputedDebits takes each held case's amount off the
      *    debits posted on its disputed date before the credits
      *    are applied; whatever the history can no longer show
      *    still comes out of the residual through WSHeldTotal.
      *|==============================================================|

           HoldDisputedDebits.
               CALL 'DispCheck' USING LK-IDNum WSHeldCount HeldList
                   WSHeldTotal
               PERFORM HoldOneCase
                   VARYING WSHeldIdx FROM 1 BY 1
                   UNTIL WSHeldIdx > WSHeldCount.

           HoldOneCase.
               MOVE HeldAmount(WSHeldIdx) TO WSHoldLeft
               PERFORM HoldFromOneDebit
                   VARYING WSDebitIdx FROM 1 BY 1
                   UNTIL WSDebitIdx > WSDebitCount
                       OR WSHoldLeft <= ZERO.

           HoldFromOneDebit.
               IF DTDate(WSDebitIdx) NOT = HeldPostDate(WSHeldIdx)
                   OR DTOpenAmount(WSDebitIdx) <= ZERO
                   EXIT PARAGRAPH
               END-IF
               IF DTOpenAmount(WSDebitIdx) >= WSHoldLeft
                   SUBTRACT WSHoldLeft FROM DTOpenAmount(WSDebitIdx)
                   MOVE ZERO TO WSHoldLeft
               ELSE
                   SUBTRACT DTOpenAmount(WSDebitIdx) FROM WSHoldLeft
                   MOVE ZERO TO DTOpenAmount(WSDebitIdx)
               END-IF.

           ApplyCreditsFifo.
               PERFORM PayOneDebit
                   VARYING WSDebitIdx FROM 1 BY 1
