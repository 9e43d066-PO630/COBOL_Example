      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FxConv.

      *|==============================================================|
      *    FxConv answers the exchange rate in force for a billing
      *    currency on a date, a callable service in the TaxCalc
      *    mold: the exchange-rate file (CUSTFXRATE, default
      *    FxRates.dat, FxRate.cpy layout) is tabled on the first
      *    call of the run and every later call answers from the
      *    table.
      *
      *    Hand it the currency and the date. The rate in force is
      *    the latest active line for the currency whose effective
      *    date has come; LK-Rate comes back as dollars per unit of
      *    the currency with LK-Found 'Y', or zero with LK-Found 'N'
      *    when the currency has no rate yet on that date. Dollars
      *    themselves always answer 1.
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT FxRateFile ASSIGN TO WSFxRateFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSFxRateStatus.

      *|==============================================================|

       DATA DIVISION.

           FILE SECTION.

               FD FxRateFile.
                   COPY "FxRate.cpy".

           WORKING-STORAGE SECTION.

               1 WSFxRateFileName PIC X(100).

               1 WSFxRateStatus PIC X(2).
                   88 WSFxRateOK VALUE '00'.

               1 WSEOF PIC X(1).
                   88 WSAtEOF VALUE 'Y'.

      *    Load-once switch: working storage persists across CALLs
      *    within the run unit, so the file is tabled exactly once.
               1 WSSetupFlag PIC X(1) VALUE 'N'.
                   88 WSSetupDone VALUE 'Y'.

               1 WSRateCount PIC 9(4) VALUE ZERO.

               1 FxTable.
                   2 FxEntry OCCURS 1000 TIMES.
                       3 TblCurrency PIC X(3).
                       3 TblEffDate PIC 9(8).
                       3 TblUsdPerUnit PIC 9(4)V9(6).

               1 WSRateIdx PIC 9(4) VALUE ZERO.
               1 WSBestIdx PIC 9(4) VALUE ZERO.

               1 WSOverflowFlag PIC X(1) VALUE 'N'.
                   88 WSTableOverflow VALUE 'Y'.

           LINKAGE SECTION.

               1 LK-Currency PIC X(3).
               1 LK-Date PIC 9(8).
               1 LK-Rate PIC 9(4)V9(6).
               1 LK-Found PIC X(1).

       PROCEDURE DIVISION USING LK-Currency LK-Date LK-Rate
           LK-Found.

           MainLine.
               CALL 'ParmLoad'
               IF NOT WSSetupDone
                   PERFORM FirstCallSetup
               END-IF
               IF LK-Currency = "USD" OR LK-Currency = SPACES
                   MOVE 1 TO LK-Rate
                   MOVE 'Y' TO LK-Found
                   EXIT PROGRAM
               END-IF
               MOVE ZERO TO LK-Rate
               MOVE 'N' TO LK-Found
               MOVE ZERO TO WSBestIdx
               PERFORM VARYING WSRateIdx FROM 1 BY 1
                   UNTIL WSRateIdx > WSRateCount
                   IF TblCurrency(WSRateIdx) = LK-Currency
                       AND TblEffDate(WSRateIdx) <= LK-Date
                       IF WSBestIdx = ZERO
                           MOVE WSRateIdx TO WSBestIdx
                       ELSE
                           IF TblEffDate(WSRateIdx)
                               > TblEffDate(WSBestIdx)
                               MOVE WSRateIdx TO WSBestIdx
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WSBestIdx = ZERO
                   EXIT PROGRAM
               END-IF
               MOVE TblUsdPerUnit(WSBestIdx) TO LK-Rate
               MOVE 'Y' TO LK-Found
               EXIT PROGRAM.

      *|==============================================================|
      *    FirstCallSetup tables the active rate lines. A missing
      *    rate file leaves the table empty, and every foreign
      *    currency answers 'N'.
      *|==============================================================|

           FirstCallSetup.
               SET WSSetupDone TO TRUE
               ACCEPT WSFxRateFileName FROM ENVIRONMENT "CUSTFXRATE"
                   ON EXCEPTION
                       MOVE "FxRates.dat" TO WSFxRateFileName
               END-ACCEPT
               MOVE 'N' TO WSEOF
               OPEN INPUT FxRateFile
               IF WSFxRateOK
                   PERFORM UNTIL WSAtEOF
                       READ FxRateFile
                           AT END SET WSAtEOF TO TRUE
                           NOT AT END
                               IF FxRateActive
                                   AND FxUsdPerUnit > ZERO
                                   IF WSRateCount < 1000
                                       PERFORM TableOneRate
                                   ELSE
                                       SET WSTableOverflow TO TRUE
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FxRateFile
               END-IF
               IF WSTableOverflow
                   DISPLAY "FxConv: rate file exceeds 1000 active "
                       "lines; rates past the table are not applied."
               END-IF.

           TableOneRate.
               ADD 1 TO WSRateCount
               MOVE FxCurrency TO TblCurrency(WSRateCount)
               MOVE FxEffDate TO TblEffDate(WSRateCount)
               MOVE FxUsdPerUnit TO TblUsdPerUnit(WSRateCount).

      *|==============================================================|
