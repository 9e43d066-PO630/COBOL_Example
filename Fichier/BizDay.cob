      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BizDay.

      *|==============================================================|
      *    BizDay answers the business-day calendar for the programs
      *    that have a date to keep off a weekend or a holiday, a
      *    callable service in the ZipCity mold: the holiday file
      *    (CUSTHOLIDAY, default Holidays.dat, the same calendar
      *    NightlyBatch's month-end test reads) is tabled on the
      *    first call of the run and every later call answers from
      *    the table. Weekends are implied by DateCalc's day-of-week
      *    answer and never need listing.
      *
      *    Hand it a date; LK-Result comes back as that date when it
      *    is a business day, otherwise the next business day after
      *    it. A date DateCalc cannot read comes back unchanged, and
      *    the walk forward gives up after 30 days (a calendar that
      *    lists a whole month of holidays is wrong, not a reason to
      *    loop).
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT HolidayFile ASSIGN TO WSHolidayFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSHolidayStatus.

      *|==============================================================|

       DATA DIVISION.

           FILE SECTION.

               FD HolidayFile.
                   1 HolidayRecord.
                       2 HolDate PIC 9(8).
                       2 HolDesc PIC X(30).

           WORKING-STORAGE SECTION.

               1 WSHolidayFileName PIC X(100).

               1 WSHolidayStatus PIC X(2).
                   88 WSHolidayFileOK VALUE '00'.

               1 WSHolidayEOF PIC X(1).
                   88 WSHolidayAtEOF VALUE 'Y'.

      *    Load-once switch: working storage persists across CALLs
      *    within the run unit, so the calendar is read exactly once.
               1 WSSetupFlag PIC X(1) VALUE 'N'.
                   88 WSSetupDone VALUE 'Y'.

               1 WSHolidayCount PIC 9(3) VALUE ZERO.

               1 HolidayTable.
                   2 HolidayEntry OCCURS 100 TIMES PIC 9(8).

               1 WSHolidayIdx PIC 9(3).

               1 WSCheckDate PIC 9(8).

               1 WSBizDayFlag PIC X(1).
                   88 WSIsBusinessDay VALUE 'Y'.

               1 WSSeekCount PIC 9(3).

               1 WSDateCalcOp PIC X(1).
               1 WSDateCalcDate2 PIC 9(8).
               1 WSDateCalcDays PIC S9(7).
               1 WSDateCalcResult PIC 9(8).
               1 WSDateCalcDow PIC 9(1).
               1 WSDateCalcValid PIC X(1).

           LINKAGE SECTION.

               1 LK-Date PIC 9(8).
               1 LK-Result PIC 9(8).

       PROCEDURE DIVISION USING LK-Date LK-Result.

           MainLine.
               CALL 'ParmLoad'
               IF NOT WSSetupDone
                   PERFORM FirstCallSetup
               END-IF
               MOVE LK-Date TO LK-Result
               MOVE LK-Date TO WSCheckDate
               MOVE ZERO TO WSSeekCount
               PERFORM CheckBusinessDay
               PERFORM UNTIL WSIsBusinessDay OR WSSeekCount > 30
                   ADD 1 TO WSSeekCount
                   MOVE 'A' TO WSDateCalcOp
                   MOVE 1 TO WSDateCalcDays
                   CALL 'DateCalc' USING WSDateCalcOp WSCheckDate
                       WSDateCalcDate2 WSDateCalcDays
                       WSDateCalcResult WSDateCalcDow
                       WSDateCalcValid
                   IF WSDateCalcValid NOT = 'Y'
                       MOVE 31 TO WSSeekCount
                   ELSE
                       MOVE WSDateCalcResult TO WSCheckDate
                       PERFORM CheckBusinessDay
                   END-IF
               END-PERFORM
               IF WSIsBusinessDay
                   MOVE WSCheckDate TO LK-Result
               END-IF
               EXIT PROGRAM.

      *|==============================================================|
      *    FirstCallSetup tables the holidays. A missing calendar
      *    leaves the table empty, and only weekends are skipped.
      *|==============================================================|

           FirstCallSetup.
               SET WSSetupDone TO TRUE
               ACCEPT WSHolidayFileName FROM ENVIRONMENT "CUSTHOLIDAY"
                   ON EXCEPTION
                       MOVE "Holidays.dat" TO WSHolidayFileName
               END-ACCEPT
               MOVE 'N' TO WSHolidayEOF
               OPEN INPUT HolidayFile
               IF NOT WSHolidayFileOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSHolidayAtEOF
                   READ HolidayFile
                       AT END SET WSHolidayAtEOF TO TRUE
                       NOT AT END
                           IF WSHolidayCount < 100
                               ADD 1 TO WSHolidayCount
                               MOVE HolDate TO
                                   HolidayEntry(WSHolidayCount)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HolidayFile.

           CheckBusinessDay.
               MOVE 'Y' TO WSBizDayFlag
               MOVE 'W' TO WSDateCalcOp
               CALL 'DateCalc' USING WSDateCalcOp WSCheckDate
                   WSDateCalcDate2 WSDateCalcDays WSDateCalcResult
                   WSDateCalcDow WSDateCalcValid
               IF WSDateCalcValid NOT = 'Y'
                   EXIT PARAGRAPH
               END-IF
               IF WSDateCalcDow >= 6
                   MOVE 'N' TO WSBizDayFlag
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING WSHolidayIdx FROM 1 BY 1
                   UNTIL WSHolidayIdx > WSHolidayCount
                   IF HolidayEntry(WSHolidayIdx) = WSCheckDate
                       MOVE 'N' TO WSBizDayFlag
                   END-IF
               END-PERFORM.

      *|==============================================================|
