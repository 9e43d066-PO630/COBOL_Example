      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. OperDormant.

      *|==============================================================|
      *    OperDormant locks every operator Id nobody has signed in
      *    with for longer than the dormancy limit (CUSTOPDORMDAYS,
      *    default 90 days, counted back from the business date), so
      *    a leaver's or a long-idle Id cannot be picked up and used.
      *    NightlyBatch runs it every cycle.
      *
      *    The last sign-in is the stamp WriteFile, OperSignon and
      *    RejectWorkbench leave on Operators.dat (CUSTOPS). An Id
      *    with no stamp yet -- created, or last used, before the
      *    stamp existed -- is aged from its password date instead;
      *    an Id with neither date is left alone and counted, since
      *    there is nothing to age it from.
      *
      *    Each lockout sets the same flag three bad passwords set,
      *    so unlocking stays the supervisor's job it always was, and
      *    is journaled on Journal.log (CUSTJRNL) as an operator
      *    lockout entry under job name DORMANT. The last unlocked
      *    supervisor is never locked: with no supervisor left there
      *    would be nobody to unlock anyone. Operators.dat is read
      *    whole into the same 50-entry table WriteFile uses; a file
      *    larger than that is left untouched and the run-log record
      *    carries return code 4 -- a warning, not a reason to stop
      *    the night short of its journal cutover.
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT OperatorFile ASSIGN TO WSOperatorFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSOpFileStatus.

               SELECT JournalFile ASSIGN TO WSJournalFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSJournalFileStatus.

      *|==============================================================|

       DATA DIVISION.

           FILE SECTION.

               FD OperatorFile.
                   1 OperatorRecord.
                       2 OpID PIC X(8).
                       2 OpPassword PIC X(8).
                       2 OpRole PIC X(1).
                       2 OpPwdDate PIC X(8).
                       2 OpFailCount PIC X(1).
                       2 OpLockFlag PIC X(1).
                       2 OpLastSignon PIC X(14).

               FD JournalFile.
                   COPY "JrnlRec.cpy".

           WORKING-STORAGE SECTION.

               1 WSOperatorFileName PIC X(100).
               1 WSJournalFileName PIC X(100).

               1 WSOpFileStatus PIC X(2).
                   88 WSOpFileOK VALUE '00'.

               1 WSJournalFileStatus PIC X(2).

               1 WSOpEOF PIC X(1).
                   88 WSOpAtEOF VALUE 'Y'.

               1 WSBizDateParm PIC X(8).
               1 WSBizDate PIC 9(8).

               1 WSDormDaysParm PIC X(10).
               1 WSDormDays PIC 9(5) VALUE 90.

      *    Operators.dat held whole, as in WriteFile.cob.
               1 WSOpCount PIC 9(2) VALUE ZERO.

               1 WSOpTable.
                   2 WSOpEntry OCCURS 50 TIMES.
                       3 WSTblOpID PIC X(8).
                       3 WSTblOpPassword PIC X(8).
                       3 WSTblOpRole PIC X(1).
                           88 WSTblOpSupervisor VALUE 'S', ' '.
                       3 WSTblOpPwdDate PIC X(8).
                       3 WSTblOpFailCount PIC X(1).
                       3 WSTblOpLockFlag PIC X(1).
                       3 WSTblOpLastSignon PIC X(14).

               1 WSOpIdx PIC 9(2) VALUE ZERO.

               1 WSOpOverflowFlag PIC X(1) VALUE 'N'.
                   88 WSOpTableOverflow VALUE 'Y'.

      *    Unlocked supervisors left; the last one is never locked.
               1 WSOpenSupervisors PIC 9(2) VALUE ZERO.

               1 WSLastUsed PIC X(8).
               1 WSIdleDays PIC S9(7) VALUE ZERO.
               1 WSIdleDisplay PIC ZZZZZZ9.

               1 WSLockedCount PIC 9(5) VALUE ZERO.
               1 WSUndatedCount PIC 9(5) VALUE ZERO.
               1 WSKeptCount PIC 9(5) VALUE ZERO.

               1 WSDateCalcOp PIC X(1).
               1 WSDateCalcDate1 PIC 9(8).
               1 WSDateCalcDate2 PIC 9(8).
               1 WSDateCalcResult PIC 9(8).
               1 WSDateCalcDow PIC 9(1).
               1 WSDateCalcValid PIC X(1).
                   88 WSDateCalcOK VALUE 'Y'.

      *    Run-log work area handed to the shared RunLog subprogram.
               1 WSLogStepName PIC X(20) VALUE "OperDormant".
               1 WSLogEvent PIC X(1).
               1 WSLogRecords PIC 9(7) VALUE ZERO.
               1 WSLogRejects PIC 9(7) VALUE ZERO.
               1 WSLogRC PIC 9(4) VALUE ZERO.
               1 WSLogCapacity PIC 9(5) VALUE 50.

      *|==============================================================|

       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSOperatorFileName FROM ENVIRONMENT "CUSTOPS"
                   ON EXCEPTION
                       MOVE "Operators.dat" TO WSOperatorFileName
               END-ACCEPT
               ACCEPT WSJournalFileName FROM ENVIRONMENT "CUSTJRNL"
                   ON EXCEPTION
                       MOVE "Journal.log" TO WSJournalFileName
               END-ACCEPT
               ACCEPT WSDormDaysParm FROM ENVIRONMENT "CUSTOPDORMDAYS"
                   ON EXCEPTION
                       MOVE SPACES TO WSDormDaysParm
               END-ACCEPT
               IF WSDormDaysParm NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(WSDormDaysParm) = 0
                   MOVE FUNCTION NUMVAL(WSDormDaysParm) TO WSDormDays
               END-IF
               ACCEPT WSBizDateParm FROM ENVIRONMENT "CUSTBIZDATE"
                   ON EXCEPTION
                       MOVE SPACES TO WSBizDateParm
               END-ACCEPT
               IF WSBizDateParm IS NUMERIC
                   MOVE WSBizDateParm TO WSBizDate
               ELSE
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WSBizDate
               END-IF
               MOVE 'S' TO WSLogEvent
               PERFORM WriteRunLogRecord
               PERFORM LoadOperatorTable
               IF WSOpTableOverflow
                   DISPLAY "OperDormant: operator file exceeds the "
                       "50-record table; no Ids locked."
                   MOVE 4 TO WSLogRC
                   MOVE 'E' TO WSLogEvent
                   PERFORM WriteRunLogRecord
                   MOVE ZERO TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE ZERO TO WSOpenSupervisors
               PERFORM VARYING WSOpIdx FROM 1 BY 1
                   UNTIL WSOpIdx > WSOpCount
                   IF WSTblOpSupervisor(WSOpIdx)
                       AND WSTblOpLockFlag(WSOpIdx) NOT = 'Y'
                       ADD 1 TO WSOpenSupervisors
                   END-IF
               END-PERFORM
               PERFORM VARYING WSOpIdx FROM 1 BY 1
                   UNTIL WSOpIdx > WSOpCount
                   IF WSTblOpLockFlag(WSOpIdx) NOT = 'Y'
                       PERFORM CheckOneOperator
                   END-IF
               END-PERFORM
               IF WSLockedCount > ZERO
                   PERFORM SaveOperatorTable
               END-IF
               DISPLAY "OperDormant: " WSLockedCount " Ids locked "
                   "after " WSDormDays " days unused, " WSUndatedCount
                   " with no date to age, " WSKeptCount
                   " supervisor kept."
               MOVE 'E' TO WSLogEvent
               MOVE WSOpCount TO WSLogRecords
               MOVE WSLockedCount TO WSLogRejects
               PERFORM WriteRunLogRecord
               MOVE ZERO TO RETURN-CODE
               GOBACK.

      *|==============================================================|
      *    CheckOneOperator ages one unlocked Id from its last
      *    sign-in (else its password date) to the business date and
      *    locks it when the gap is over the limit.
      *|==============================================================|

           CheckOneOperator.
               IF WSTblOpLastSignon(WSOpIdx)(1:8) IS NUMERIC
                   MOVE WSTblOpLastSignon(WSOpIdx)(1:8) TO WSLastUsed
               ELSE
                   IF WSTblOpPwdDate(WSOpIdx) IS NUMERIC
                       MOVE WSTblOpPwdDate(WSOpIdx) TO WSLastUsed
                   ELSE
                       ADD 1 TO WSUndatedCount
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               MOVE 'D' TO WSDateCalcOp
               MOVE WSLastUsed TO WSDateCalcDate1
               MOVE WSBizDate TO WSDateCalcDate2
               CALL 'DateCalc' USING WSDateCalcOp WSDateCalcDate1
                   WSDateCalcDate2 WSIdleDays WSDateCalcResult
                   WSDateCalcDow WSDateCalcValid
               IF NOT WSDateCalcOK
                   ADD 1 TO WSUndatedCount
                   EXIT PARAGRAPH
               END-IF
               IF WSIdleDays <= WSDormDays
                   EXIT PARAGRAPH
               END-IF
               IF WSTblOpSupervisor(WSOpIdx)
                   IF WSOpenSupervisors <= 1
                       ADD 1 TO WSKeptCount
                       DISPLAY "OperDormant: " WSTblOpID(WSOpIdx)
                           " is the last unlocked supervisor; "
                           "left open."
                       EXIT PARAGRAPH
                   END-IF
                   SUBTRACT 1 FROM WSOpenSupervisors
               END-IF
               MOVE 'Y' TO WSTblOpLockFlag(WSOpIdx)
               ADD 1 TO WSLockedCount
               PERFORM WriteLockoutJournalEntry.

      *|==============================================================|
      *    WriteLockoutJournalEntry records the lockout the way
      *    WriteFile records an in-use override: no customer, so the
      *    Id is zero; the after-image carries a readable line in
      *    place of a record image.
      *|==============================================================|

           WriteLockoutJournalEntry.
               OPEN EXTEND JournalFile
               IF WSJournalFileStatus = '35'
                   OPEN OUTPUT JournalFile
               END-IF
               MOVE FUNCTION CURRENT-DATE(1:14) TO JrnlTimestamp
               SET JrnlOperLockout TO TRUE
               MOVE "DORMANT" TO JrnlOperator
               MOVE ZERO TO JrnlIDNum
               MOVE SPACES TO JrnlBeforeImage
               MOVE SPACES TO JrnlAfterImage
               MOVE WSIdleDays TO WSIdleDisplay
               STRING "Operator " WSTblOpID(WSOpIdx)
                      " role " WSTblOpRole(WSOpIdx)
                      " locked: last used " WSLastUsed
                      ", " WSIdleDisplay " days"
                   DELIMITED BY SIZE INTO JrnlAfterImage
               END-STRING
               MOVE SPACES TO JrnlMakerId
               CALL 'JrnlChain' USING 'J' WSJournalFileName
                   JournalRecord JrnlChainValue
               WRITE JournalRecord
               CLOSE JournalFile.

           LoadOperatorTable.
               MOVE ZERO TO WSOpCount
               MOVE 'N' TO WSOpEOF
               MOVE 'N' TO WSOpOverflowFlag
               OPEN INPUT OperatorFile
               IF NOT WSOpFileOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSOpAtEOF
                   READ OperatorFile
                       AT END SET WSOpAtEOF TO TRUE
                       NOT AT END
                           IF WSOpCount < 50
                               ADD 1 TO WSOpCount
                               MOVE OperatorRecord
                                   TO WSOpEntry(WSOpCount)
                           ELSE
                               SET WSOpTableOverflow TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OperatorFile.

           SaveOperatorTable.
               OPEN OUTPUT OperatorFile
               PERFORM VARYING WSOpIdx FROM 1 BY 1
                   UNTIL WSOpIdx > WSOpCount
                   MOVE WSOpEntry(WSOpIdx) TO OperatorRecord
                   WRITE OperatorRecord
               END-PERFORM
               CLOSE OperatorFile.

           WriteRunLogRecord.
               CALL 'RunLog' USING WSLogStepName WSLogEvent
                   WSLogRecords WSLogRejects WSLogRC
                   WSLogCapacity.

      *|==============================================================|
