      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DepAccrue.

      *|==============================================================|
      *    DepAccrue brings the interest on one security deposit up
      *    to a date. Handed a DepRec.cpy record and the date to
      *    accrue through, it works simple interest at the deposit's
      *    annual rate for the days since interest was last accrued
      *    (or since the money was received), on a 365-day year, and
      *    credits it to the deposit: DepAmount grows by it, and the
      *    life-to-date and calendar-year figures record it. The
      *    year figure starts again when the through-date falls in a
      *    new year. DepIntThru moves to the through-date, so the
      *    same days never earn twice. The interest credited comes
      *    back in LK-DepInterest; the caller rewrites the record.
      *
      *    A through-date on or before DepIntThru, or a deposit at a
      *    zero rate, earns nothing, but DepIntThru still moves
      *    forward when the date is later.
      *|==============================================================|

       DATA DIVISION.

           WORKING-STORAGE SECTION.

               1 WSAccrueFrom PIC 9(8).
               1 WSThruYear PIC 9(4).

               1 WSDateCalcOp PIC X(1).
               1 WSDateCalcDays PIC S9(7).
               1 WSDateCalcResult PIC 9(8).
               1 WSDateCalcDow PIC 9(1).
               1 WSDateCalcValid PIC X(1).

           LINKAGE SECTION.

               COPY "DepRec.cpy".

               1 LK-ThruDate PIC 9(8).
               1 LK-DepInterest PIC 9(7)V99.

       PROCEDURE DIVISION USING DepositRecord LK-ThruDate
               LK-DepInterest.

           MainLine.
               MOVE ZERO TO LK-DepInterest
               IF DepIntThru NUMERIC AND DepIntThru NOT = ZERO
                   MOVE DepIntThru TO WSAccrueFrom
               ELSE
                   MOVE DepReceived TO WSAccrueFrom
               END-IF
               IF LK-ThruDate <= WSAccrueFrom
                   EXIT PROGRAM
               END-IF
               MOVE 'D' TO WSDateCalcOp
               CALL 'DateCalc' USING WSDateCalcOp WSAccrueFrom
                   LK-ThruDate WSDateCalcDays WSDateCalcResult
                   WSDateCalcDow WSDateCalcValid
               IF WSDateCalcValid NOT = 'Y'
                   EXIT PROGRAM
               END-IF
               IF WSDateCalcDays > ZERO AND DepRate > ZERO
                   COMPUTE LK-DepInterest ROUNDED =
                       DepAmount * DepRate / 100
                           * WSDateCalcDays / 365
               END-IF
               MOVE LK-ThruDate(1:4) TO WSThruYear
               IF DepIntYearNo NOT = WSThruYear
                   MOVE WSThruYear TO DepIntYearNo
                   MOVE ZERO TO DepIntYearAmt
               END-IF
               ADD LK-DepInterest TO DepAmount
               ADD LK-DepInterest TO DepIntAccrued
               ADD LK-DepInterest TO DepIntYearAmt
               MOVE LK-ThruDate TO DepIntThru
               EXIT PROGRAM.

      *|==============================================================|
