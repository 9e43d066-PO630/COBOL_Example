      *    the report month (CUSTWOMONTH, yyyymm, defaulting to the
      *    business date's month), with the customer's name off the
      *    master, the approving supervisor, and the month's count
      *    and total at the foot. Each write-off is broken out by
      *    the balance components it cleared -- principal, fees, and
      *    interest -- and the foot totals each component; a stamp
      *    from before the split counts as principal. Output goes to
      *    WriteOff.rpt, framed by RptBanner and registered on the
      *    report catalog.
      *|==============================================================|

       ENVIRONMENT DIVISION.
               1 WSWoffCount PIC 9(7) VALUE ZERO.

               1 WSWoffTotal PIC 9(11)V99 VALUE ZERO.
               1 WSWoffPrinTotal PIC 9(11)V99 VALUE ZERO.
               1 WSWoffFeeTotal PIC 9(11)V99 VALUE ZERO.
               1 WSWoffIntTotal PIC 9(11)V99 VALUE ZERO.

               1 WSCustName PIC X(31).

                   2 FILLER PIC X(4) VALUE " by ".
                   2 PrnDetOperator PIC X(8).

               1 SplitLine.
                   2 FILLER PIC X(22) VALUE SPACE.
                   2 FILLER PIC X(11) VALUE "principal ".
                   2 PrnSplitPrin PIC ZZZZZZ9.99.
                   2 FILLER PIC X(8) VALUE "  fees ".
                   2 PrnSplitFees PIC ZZZZZZ9.99.
                   2 FILLER PIC X(12) VALUE "  interest ".
                   2 PrnSplitInt PIC ZZZZZZ9.99.

               1 FootSplitLine.
                   2 FILLER PIC X(16) VALUE "   principal : ".
                   2 PrnFootPrin PIC ZZZZZZZZZ9.99.
                   2 FILLER PIC X(9) VALUE "  fees : ".
                   2 PrnFootFees PIC ZZZZZZZZZ9.99.
                   2 FILLER PIC X(13) VALUE "  interest : ".
                   2 PrnFootInt PIC ZZZZZZZZZ9.99.

               1 FootLine.
                   2 FILLER PIC X(16) VALUE " Written off : ".
                   2 PrnFootCount PIC ZZZZZZ9.
       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSWoffFileName FROM ENVIRONMENT "CUSTWOFF"
                   ON EXCEPTION
                       MOVE "WriteOff.dat" TO WSWoffFileName
               MOVE WSWoffTotal TO PrnFootTotal
               WRITE WoffRptLine FROM FootLine
                   AFTER ADVANCING 2 LINES
               MOVE WSWoffPrinTotal TO PrnFootPrin
               MOVE WSWoffFeeTotal TO PrnFootFees
               MOVE WSWoffIntTotal TO PrnFootInt
               WRITE WoffRptLine FROM FootSplitLine
                   AFTER ADVANCING 1 LINE
               MOVE 'T' TO WSBnrFunction
               MOVE WSWoffCount TO WSBnrCount
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
               MOVE WoffAmount TO PrnDetAmount
               MOVE WoffOperator TO PrnDetOperator
               WRITE WoffRptLine FROM DetailLine
                   AFTER ADVANCING 1 LINE
               IF WoffPrincipal NOT NUMERIC
                   OR WoffFees NOT NUMERIC
                   OR WoffInterest NOT NUMERIC
                   MOVE WoffAmount TO WoffPrincipal
                   MOVE ZERO TO WoffFees WoffInterest
               END-IF
               ADD WoffPrincipal TO WSWoffPrinTotal
               ADD WoffFees TO WSWoffFeeTotal
               ADD WoffInterest TO WSWoffIntTotal
               MOVE WoffPrincipal TO PrnSplitPrin
               MOVE WoffFees TO PrnSplitFees
               MOVE WoffInterest TO PrnSplitInt
               WRITE WoffRptLine FROM SplitLine
                   AFTER ADVANCING 1 LINE.

           FetchCustomerName.
