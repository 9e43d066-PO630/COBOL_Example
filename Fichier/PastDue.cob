      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PastDue.

      *|==============================================================|
      *    PastDue answers the question the collecting runs ask of a
      *    customer's statements: has the customer missed a payment
      *    due, and how many in a row? A callable service in the
      *    AgcyCheck mold -- hand it an Id and it reads the
      *    customer's statements on the due file (CUSTDUE, default
      *    StmtDue.dat, DueRec.cpy layout) in date order, looking
      *    only at those DueCheck has already judged. LK-Answer comes
      *    back:
      *        'M' - the latest judged statement's minimum was
      *              missed. LK-MissCount holds the misses in a row
      *              up to it, LK-FirstMiss and LK-LastMiss the due
      *              dates of the first and the latest of them,
      *              LK-PastDueAmt the minimum still unpaid on the
      *              latest, and LK-LateBase that statement's
      *              closing balance less what was paid by its due
      *              date -- the balance a late charge is worked on
      *        'P' - the latest judged statement was paid on time
      *        'U' - no judged statement on file (or no file at
      *              all): the customer has never had a due date
      *              pass, and the caller judges by age as before
      *
      *    An amount the customer has disputed is not overdue. The
      *    held total off DispCheck comes out of both LK-PastDueAmt
      *    and LK-LateBase, neither going below zero, the way BalAge
      *    holds it out of the aged debits; a miss that leaves
      *    nothing unpaid but the disputed amount answers 'P', so
      *    no dunning letter, late charge or loyalty skip follows
      *    from a charge withheld under dispute.
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT DueFile ASSIGN TO WSDueFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DueKey
                   FILE STATUS IS WSDueFileStatus.

      *|==============================================================|

       DATA DIVISION.

           FILE SECTION.

               FD DueFile.
                   COPY "DueRec.cpy".

           WORKING-STORAGE SECTION.

               1 WSDueFileName PIC X(100).

               1 WSDueFileStatus PIC X(2).
                   88 WSDueFileOK VALUE '00'.

               1 WSSetupFlag PIC X(1) VALUE 'N'.
                   88 WSSetupDone VALUE 'Y'.

               1 WSFileAvailFlag PIC X(1) VALUE 'N'.
                   88 WSDueFileAvail VALUE 'Y'.

               1 WSDueEOF PIC X(1).
                   88 WSDueAtEOF VALUE 'Y'.

      *    The customer's held dispute cases, as DispCheck answers.
               1 WSHeldCount PIC 9(2).
               1 HeldList.
                   2 HeldEntry OCCURS 20 TIMES.
                       3 HeldPostDate PIC 9(8).
                       3 HeldAmount PIC 9(7)V99.
               1 WSHeldTotal PIC 9(9)V99.

           LINKAGE SECTION.

               1 LK-IDNum PIC 9(7).
               1 LK-Answer PIC X(1).
               1 LK-MissCount PIC 9(3).
               1 LK-FirstMiss PIC 9(8).
               1 LK-LastMiss PIC 9(8).
               1 LK-PastDueAmt PIC 9(7)V99.
               1 LK-LateBase PIC 9(7)V99.

       PROCEDURE DIVISION USING LK-IDNum LK-Answer LK-MissCount
           LK-FirstMiss LK-LastMiss LK-PastDueAmt LK-LateBase.

           MainLine.
               CALL 'ParmLoad'
               IF NOT WSSetupDone
                   PERFORM FirstCallSetup
               END-IF
               MOVE 'U' TO LK-Answer
               MOVE ZERO TO LK-MissCount LK-FirstMiss LK-LastMiss
                   LK-PastDueAmt LK-LateBase
               IF NOT WSDueFileAvail
                   EXIT PROGRAM
               END-IF
               MOVE LK-IDNum TO DueIDNum
               MOVE ZERO TO DueStmtDate
               MOVE 'N' TO WSDueEOF
               START DueFile KEY IS NOT LESS THAN DueKey
                   INVALID KEY
                       EXIT PROGRAM
               END-START
               PERFORM UNTIL WSDueAtEOF
                   READ DueFile NEXT RECORD
                       AT END SET WSDueAtEOF TO TRUE
                       NOT AT END
                           IF DueIDNum NOT = LK-IDNum
                               SET WSDueAtEOF TO TRUE
                           ELSE
                               PERFORM JudgeOneStatement
                           END-IF
                   END-READ
               END-PERFORM
               IF LK-Answer = 'M'
                   PERFORM HoldDisputedAmount
               END-IF
               EXIT PROGRAM.

           FirstCallSetup.
               SET WSSetupDone TO TRUE
               ACCEPT WSDueFileName FROM ENVIRONMENT "CUSTDUE"
                   ON EXCEPTION
                       MOVE "StmtDue.dat" TO WSDueFileName
               END-ACCEPT
               OPEN INPUT DueFile
               IF WSDueFileOK
                   SET WSDueFileAvail TO TRUE
               END-IF.

      *|==============================================================|
      *    JudgeOneStatement carries the run of misses forward one
      *    statement: a paid statement ends the run, a missed one
      *    extends it, and one still open changes nothing.
      *|==============================================================|

           JudgeOneStatement.
               EVALUATE TRUE
                   WHEN DuePaidOnTime
                       MOVE 'P' TO LK-Answer
                       MOVE ZERO TO LK-MissCount LK-FirstMiss
                           LK-LastMiss LK-PastDueAmt LK-LateBase
                   WHEN DueMissed
                       MOVE 'M' TO LK-Answer
                       IF LK-MissCount < 999
                           ADD 1 TO LK-MissCount
                       END-IF
                       IF LK-FirstMiss = ZERO
                           MOVE DueDate TO LK-FirstMiss
                       END-IF
                       MOVE DueDate TO LK-LastMiss
                       MOVE ZERO TO LK-PastDueAmt LK-LateBase
                       IF DueMinimum > DuePaid
                           COMPUTE LK-PastDueAmt =
                               DueMinimum - DuePaid
                       END-IF
                       IF DueClosingBal > DuePaid
                           COMPUTE LK-LateBase =
                               DueClosingBal - DuePaid
                       END-IF
               END-EVALUATE.

           HoldDisputedAmount.
               CALL 'DispCheck' USING LK-IDNum WSHeldCount HeldList
                   WSHeldTotal
               IF WSHeldTotal = ZERO
                   EXIT PARAGRAPH
               END-IF
               IF LK-PastDueAmt > WSHeldTotal
                   SUBTRACT WSHeldTotal FROM LK-PastDueAmt
               ELSE
                   MOVE ZERO TO LK-PastDueAmt
               END-IF
               IF LK-LateBase > WSHeldTotal
                   SUBTRACT WSHeldTotal FROM LK-LateBase
               ELSE
                   MOVE ZERO TO LK-LateBase
               END-IF
               IF LK-PastDueAmt = ZERO
                   MOVE 'P' TO LK-Answer
                   MOVE ZERO TO LK-MissCount LK-FirstMiss
                       LK-LastMiss LK-LateBase
               END-IF.

      *|==============================================================|
