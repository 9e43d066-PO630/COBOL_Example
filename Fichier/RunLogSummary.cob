      *    second pass knows where the last N cycles begin, the same
      *    pre-scan-then-print shape Reports.cob's page index uses.
      *
      *    A night resumed at its failed step (the 'R' restart
      *    record) stays one cycle: the restart prints inside it,
      *    under the stop, rather than opening another.
      *
      *    Since the chain runs its steps one after another, at most
      *    one step is ever between its start and end records, so
      *    pairing starts with ends only needs one pending slot.
                   2 FILLER PIC X(20)
                       VALUE " (non-business day)".

               1 CycleRestartLine.
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 FILLER PIC X(15) VALUE "RESTARTED AT   ".
                   2 PrnRestartStamp PIC 9(14).
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnRestartDone PIC ZZ9.
                   2 FILLER PIC X(30)
                       VALUE " steps already done, skipped".

               1 StepHeadsLine.
                   2 FILLER PIC X(23) VALUE "  Step".
                   2 FILLER PIC X(30)
       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSRunLogFileName FROM ENVIRONMENT "CUSTRUNLOG"
                   ON EXCEPTION
                       MOVE "RunLog.dat" TO WSRunLogFileName
                           WRITE SummaryLine FROM StepHeadsLine
                               AFTER ADVANCING 1 LINE
                       END-IF
                   WHEN RunCycleRestart
                       IF WSPendOpen AND WSPrinting
                           PERFORM WriteStoppedAtLine
                       END-IF
                       MOVE 'N' TO WSPendFlag
                       IF WSPrinting
                           MOVE RunTimestamp TO PrnRestartStamp
                           MOVE RunRecords TO PrnRestartDone
                           WRITE SummaryLine FROM CycleRestartLine
                               AFTER ADVANCING 1 LINE
                       END-IF
                   WHEN RunStepStart
                       SET WSPendOpen TO TRUE
                       MOVE RunStepName TO WSPendName
