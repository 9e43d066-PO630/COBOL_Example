      *        - a step-start with no step-end after the tolerance
      *          (CUSTWDTOL minutes, default 60),
      *        - a cycle still open at the deadline (CUSTWDDEAD,
      *          hhmm, default 0500),
      *        - an inbound file on the interface register
      *          (CUSTIFACEDEF, default IfaceDef.dat) due by the
      *          watch date and still not logged received on the
      *          interface log (CUSTIFACELOG, default IfaceLog.dat)
      *          at its own deadline.
      *    Each finding appends an alert line to the operator alert
      *    file (CUSTALERT, default OperAlert.dat) and the run ends
      *    with a distinctive return code the scheduler can page on:
      *        2 - an expected inbound file has not arrived by its
      *            deadline
      *        4 - cycle has not opened and the expected hour is past
      *        6 - a step has been running beyond the tolerance
      *        8 - the cycle is still open past the deadline
      *    (the highest finding wins). A quiet night answers zero.
      *
      *    A skipped-cycle record ('K') for the date counts as a
      *    finished night: holidays do not page anyone, and a file
      *    due on one is judged against the next night's deadline.
      *    A file refused whole by its import still arrived; the
      *    import's own return code has already said why it did
      *    not load.
      *|==============================================================|

       ENVIRONMENT DIVISION.
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSAlertStatus.

               SELECT IfaceDefFile ASSIGN TO WSIfaceDefFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSIfaceDefStatus.

               SELECT IfaceLogFile ASSIGN TO WSIfaceLogFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSIfaceLogStatus.

      *|==============================================================|

       DATA DIVISION.
               FD AlertFile.
                   1 AlertLine PIC X(100).

               FD IfaceDefFile.
                   COPY "IfaceDef.cpy".

               FD IfaceLogFile.
                   COPY "IfaceLog.cpy".

           WORKING-STORAGE SECTION.

               1 WSRunLogFileName PIC X(100).
               1 WSAlertStatus PIC X(2).
                   88 WSAlertMissing VALUE '35'.

               1 WSIfaceDefFileName PIC X(100).
               1 WSIfaceLogFileName PIC X(100).

               1 WSIfaceDefStatus PIC X(2).
                   88 WSIfaceDefOK VALUE '00'.
               1 WSIfaceLogStatus PIC X(2).
                   88 WSIfaceLogOK VALUE '00'.

               1 WSEOF PIC X(1) VALUE 'N'.
                   88 WSAtEOF VALUE 'Y'.


               1 WSElapsedMin PIC S9(7).

      *    The inbound files the register expects by the watch
      *    date: each one's due date, deadline in minutes, and
      *    whether the interface log shows it in since then.
               1 WSIfCount PIC 9(3) VALUE ZERO.
               1 WSIfIdx PIC 9(3).
               1 InboundTable.
                   2 InboundEntry OCCURS 100 TIMES.
                       3 IbCode PIC X(8).
                       3 IbPartner PIC X(12).
                       3 IbDueDate PIC 9(8).
                       3 IbDeadline PIC 9(4).
                       3 IbDeadMinutes PIC 9(5).
                       3 IbArrivedFlag PIC X(1).
                           88 IbArrived VALUE 'Y'.

               1 WSDueWork PIC 9(8).
               1 WSDueParts REDEFINES WSDueWork.
                   2 WSDueYear PIC 9(4).
                   2 WSDueMonth PIC 9(2).
                   2 WSDueDay PIC 9(2).
               1 WSBackDays PIC S9(2).

               1 WSDateCalcOp PIC X(1).
               1 WSDateCalcDate2 PIC 9(8) VALUE ZERO.
               1 WSDateCalcDays PIC S9(7).
               1 WSDateCalcResult PIC 9(8).
               1 WSDateCalcDow PIC 9(1).
               1 WSDateCalcValid PIC X(1).

               1 WSAlarmRC PIC 9(4) VALUE ZERO.

               1 WSAlertText PIC X(80).
       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSRunLogFileName FROM ENVIRONMENT "CUSTRUNLOG"
                   ON EXCEPTION
                       MOVE "RunLog.dat" TO WSRunLogFileName
                   ON EXCEPTION
                       MOVE "OperAlert.dat" TO WSAlertFileName
               END-ACCEPT
               ACCEPT WSIfaceDefFileName FROM ENVIRONMENT
                       "CUSTIFACEDEF"
                   ON EXCEPTION
                       MOVE "IfaceDef.dat" TO WSIfaceDefFileName
               END-ACCEPT
               ACCEPT WSIfaceLogFileName FROM ENVIRONMENT
                       "CUSTIFACELOG"
                   ON EXCEPTION
                       MOVE "IfaceLog.dat" TO WSIfaceLogFileName
               END-ACCEPT
               MOVE FUNCTION CURRENT-DATE(1:14) TO WSNowStamp
               ACCEPT WSBizDateParm FROM ENVIRONMENT "CUSTBIZDATE"
                   ON EXCEPTION
               COMPUTE WSNowMinutes = WSNowHour * 60 + WSNowMin
               PERFORM ScanRunLog
               PERFORM JudgeTheNight
               IF NOT WSCycleSkipped
                   PERFORM CheckInterfaces
               END-IF
               IF WSAlarmRC = ZERO
                   DISPLAY "Watchdog: " WSWatchDate " looks healthy."
               END-IF
                   PERFORM WriteAlertLine
               END-IF.

      *|==============================================================|
      *    CheckInterfaces holds each inbound file the register
      *    expects against the interface log: due since its
      *    schedule day, not logged in since then, and the watch
      *    night's deadline for it gone by is an alarm. Files on
      *    request are never expected.
      *|==============================================================|

           CheckInterfaces.
               PERFORM LoadInboundInterfaces
               IF WSIfCount = ZERO
                   EXIT PARAGRAPH
               END-IF
               PERFORM ScanIfaceLog
               PERFORM JudgeOneInterface
                   VARYING WSIfIdx FROM 1 BY 1
                   UNTIL WSIfIdx > WSIfCount.

           LoadInboundInterfaces.
               MOVE 'N' TO WSEOF
               OPEN INPUT IfaceDefFile
               IF NOT WSIfaceDefOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ IfaceDefFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF IfdInbound AND NOT IfdOnRequest
                               AND WSIfCount < 100
                               PERFORM NoteOneInbound
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE IfaceDefFile.

           NoteOneInbound.
               PERFORM WorkOutDueDate
               IF WSDueWork = ZERO
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WSIfCount
               MOVE IfdCode TO IbCode(WSIfCount)
               MOVE IfdPartner TO IbPartner(WSIfCount)
               MOVE WSDueWork TO IbDueDate(WSIfCount)
               MOVE IfdDeadline TO IbDeadline(WSIfCount)
               MOVE IfdDeadline TO WSHHMMWork
               PERFORM HHMMToMinutes
               MOVE WSMinutesOut TO IbDeadMinutes(WSIfCount)
               MOVE 'N' TO IbArrivedFlag(WSIfCount).

      *    WorkOutDueDate finds the latest schedule day on or before
      *    the watch date: the watch date itself for a daily file,
      *    the last such weekday for a weekly one, the last such
      *    day of the month for a monthly one.
           WorkOutDueDate.
               MOVE WSWatchDate TO WSDueWork
               EVALUATE TRUE
                   WHEN IfdWeekly
                       MOVE 'W' TO WSDateCalcOp
                       CALL 'DateCalc' USING WSDateCalcOp WSWatchDate
                           WSDateCalcDate2 WSDateCalcDays
                           WSDateCalcResult WSDateCalcDow
                           WSDateCalcValid
                       COMPUTE WSBackDays = WSDateCalcDow - IfdSchedDay
                       IF WSBackDays < ZERO
                           ADD 7 TO WSBackDays
                       END-IF
                       MOVE 'A' TO WSDateCalcOp
                       COMPUTE WSDateCalcDays = ZERO - WSBackDays
                       CALL 'DateCalc' USING WSDateCalcOp WSWatchDate
                           WSDateCalcDate2 WSDateCalcDays
                           WSDateCalcResult WSDateCalcDow
                           WSDateCalcValid
                       IF WSDateCalcValid = 'Y'
                           MOVE WSDateCalcResult TO WSDueWork
                       ELSE
                           MOVE ZERO TO WSDueWork
                       END-IF
                   WHEN IfdMonthly
                       IF WSDueDay < IfdSchedDay
                           IF WSDueMonth = 1
                               MOVE 12 TO WSDueMonth
                               SUBTRACT 1 FROM WSDueYear
                           ELSE
                               SUBTRACT 1 FROM WSDueMonth
                           END-IF
                       END-IF
                       MOVE IfdSchedDay TO WSDueDay
               END-EVALUATE.

           ScanIfaceLog.
               MOVE 'N' TO WSEOF
               OPEN INPUT IfaceLogFile
               IF NOT WSIfaceLogOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ IfaceLogFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF (IflReceived OR IflRefused)
                               AND IflBizDate NOT > WSWatchDate
                               PERFORM NoteOneArrival
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE IfaceLogFile.

           NoteOneArrival.
               PERFORM VARYING WSIfIdx FROM 1 BY 1
                   UNTIL WSIfIdx > WSIfCount
                   IF IbCode(WSIfIdx) = IflCode
                       AND IflBizDate NOT < IbDueDate(WSIfIdx)
                       SET IbArrived(WSIfIdx) TO TRUE
                   END-IF
               END-PERFORM.

           JudgeOneInterface.
               IF IbArrived(WSIfIdx)
                   EXIT PARAGRAPH
               END-IF
               IF WSNowDate > WSWatchDate
                   OR WSNowMinutes > IbDeadMinutes(WSIfIdx)
                   IF WSAlarmRC < 2
                       MOVE 2 TO WSAlarmRC
                   END-IF
                   MOVE SPACES TO WSAlertText
                   STRING "Inbound file " DELIMITED BY SIZE
                          IbCode(WSIfIdx) DELIMITED BY SPACE
                          " from " DELIMITED BY SIZE
                          IbPartner(WSIfIdx) DELIMITED BY "  "
                          " not received by its " DELIMITED BY SIZE
                          IbDeadline(WSIfIdx) DELIMITED BY SIZE
                          " deadline." DELIMITED BY SIZE
                       INTO WSAlertText
                   END-STRING
                   PERFORM WriteAlertLine
               END-IF.

           WriteAlertLine.
               OPEN EXTEND AlertFile
               IF WSAlertMissing
