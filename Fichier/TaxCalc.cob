      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TaxCalc.

      *|==============================================================|
      *    TaxCalc works the sales tax on a taxable charge for the
      *    billing runs, a callable service in the ZipCity mold: the
      *    tax-rate file (CUSTTAXRATE, default TaxRates.dat,
      *    TaxRate.cpy layout) is tabled on the first call of the
      *    run and every later call answers from the table, and the
      *    exemption file (CUSTTAXEX, default TaxExempt.dat,
      *    TaxExRec.cpy layout) is opened once and read by Id.
      *
      *    Hand it the customer's Id, the ZIP the charge is taxed
      *    at (blank for a foreign address), the charge's date, and
      *    the taxable amount. The rate in force is the latest
      *    active line whose ZIP range holds the ZIP and whose
      *    effective date has come. LK-Answer comes back:
      *        'T' - taxed: LK-Tax holds the tax, rounded to the
      *              cent, with the jurisdiction and the rate
      *        'E' - exempt: the customer holds a certificate not
      *              expired on the charge's date; LK-Tax is zero,
      *              and the jurisdiction, rate, and certificate
      *              number come back for the ledger
      *        'N' - no jurisdiction taxes this ZIP on that date
      *              (or there is no rate file); nothing is owed
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT TaxRateFile ASSIGN TO WSTaxRateFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSTaxRateStatus.

               SELECT TaxExemptFile ASSIGN TO WSTaxExFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TxIDNum
                   FILE STATUS IS WSTaxExStatus.

      *|==============================================================|

       DATA DIVISION.

           FILE SECTION.

               FD TaxRateFile.
                   COPY "TaxRate.cpy".

               FD TaxExemptFile.
                   COPY "TaxExRec.cpy".

           WORKING-STORAGE SECTION.

               1 WSTaxRateFileName PIC X(100).
               1 WSTaxExFileName PIC X(100).

               1 WSTaxRateStatus PIC X(2).
                   88 WSTaxRateOK VALUE '00'.

               1 WSTaxExStatus PIC X(2).
                   88 WSTaxExOK VALUE '00'.

               1 WSEOF PIC X(1).
                   88 WSAtEOF VALUE 'Y'.

      *    Load-once switch: working storage persists across CALLs
      *    within the run unit, so the files are set up exactly once.
               1 WSSetupFlag PIC X(1) VALUE 'N'.
                   88 WSSetupDone VALUE 'Y'.

               1 WSExAvailFlag PIC X(1) VALUE 'N'.
                   88 WSTaxExAvail VALUE 'Y'.

               1 WSRateCount PIC 9(4) VALUE ZERO.

               1 RateTable.
                   2 RateEntry OCCURS 1000 TIMES.
                       3 TblZipLo PIC X(5).
                       3 TblZipHi PIC X(5).
                       3 TblJuris PIC X(8).
                       3 TblEffDate PIC 9(8).
                       3 TblRatePct PIC 99V999.

               1 WSRateIdx PIC 9(4) VALUE ZERO.
               1 WSBestIdx PIC 9(4) VALUE ZERO.

               1 WSOverflowFlag PIC X(1) VALUE 'N'.
                   88 WSTableOverflow VALUE 'Y'.

           LINKAGE SECTION.

               1 LK-IDNum PIC 9(7).
               1 LK-Zip PIC X(5).
               1 LK-Date PIC 9(8).
               1 LK-Base PIC 9(7)V99.
               1 LK-Tax PIC 9(7)V99.
               1 LK-Juris PIC X(8).
               1 LK-RatePct PIC 99V999.
               1 LK-CertNumber PIC X(15).
               1 LK-Answer PIC X(1).

       PROCEDURE DIVISION USING LK-IDNum LK-Zip LK-Date LK-Base
           LK-Tax LK-Juris LK-RatePct LK-CertNumber LK-Answer.

           MainLine.
               CALL 'ParmLoad'
               IF NOT WSSetupDone
                   PERFORM FirstCallSetup
               END-IF
               MOVE 'N' TO LK-Answer
               MOVE ZERO TO LK-Tax LK-RatePct
               MOVE SPACES TO LK-Juris LK-CertNumber
               IF LK-Zip = SPACES OR LK-Base = ZERO
                   EXIT PROGRAM
               END-IF
               MOVE ZERO TO WSBestIdx
               PERFORM VARYING WSRateIdx FROM 1 BY 1
                   UNTIL WSRateIdx > WSRateCount
                   IF LK-Zip >= TblZipLo(WSRateIdx)
                       AND LK-Zip <= TblZipHi(WSRateIdx)
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
               MOVE TblJuris(WSBestIdx) TO LK-Juris
               MOVE TblRatePct(WSBestIdx) TO LK-RatePct
               IF WSTaxExAvail
                   MOVE LK-IDNum TO TxIDNum
                   READ TaxExemptFile
                       INVALID KEY
                           MOVE ZERO TO TxExpiry
                   END-READ
                   IF WSTaxExOK AND TxExpiry >= LK-Date
                       MOVE TxCertNumber TO LK-CertNumber
                       MOVE 'E' TO LK-Answer
                       EXIT PROGRAM
                   END-IF
               END-IF
               COMPUTE LK-Tax ROUNDED = LK-Base * LK-RatePct / 100
               MOVE 'T' TO LK-Answer
               EXIT PROGRAM.

      *|==============================================================|
      *    FirstCallSetup tables the active rate lines and opens the
      *    exemption file. A missing rate file leaves the table
      *    empty, and every charge answers 'N'; a missing exemption
      *    file exempts nobody.
      *|==============================================================|

           FirstCallSetup.
               SET WSSetupDone TO TRUE
               ACCEPT WSTaxRateFileName FROM ENVIRONMENT
                       "CUSTTAXRATE"
                   ON EXCEPTION
                       MOVE "TaxRates.dat" TO WSTaxRateFileName
               END-ACCEPT
               ACCEPT WSTaxExFileName FROM ENVIRONMENT "CUSTTAXEX"
                   ON EXCEPTION
                       MOVE "TaxExempt.dat" TO WSTaxExFileName
               END-ACCEPT
               MOVE 'N' TO WSEOF
               OPEN INPUT TaxRateFile
               IF WSTaxRateOK
                   PERFORM UNTIL WSAtEOF
                       READ TaxRateFile
                           AT END SET WSAtEOF TO TRUE
                           NOT AT END
                               IF TaxRateActive
                                   IF WSRateCount < 1000
                                       PERFORM TableOneRate
                                   ELSE
                                       SET WSTableOverflow TO TRUE
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE TaxRateFile
               END-IF
      *    ZIPs whose rate fell past the table would go untaxed, so
      *    a load past capacity is announced the way every other
      *    table load announces it.
               IF WSTableOverflow
                   DISPLAY "TaxCalc: rate file exceeds 1000 active "
                       "lines; rates past the table are not applied."
               END-IF
               OPEN INPUT TaxExemptFile
               IF WSTaxExOK
                   SET WSTaxExAvail TO TRUE
               END-IF.

           TableOneRate.
               ADD 1 TO WSRateCount
               MOVE TaxZipLo TO TblZipLo(WSRateCount)
               MOVE TaxZipHi TO TblZipHi(WSRateCount)
               MOVE TaxJuris TO TblJuris(WSRateCount)
               MOVE TaxEffDate TO TblEffDate(WSRateCount)
               MOVE TaxRatePct TO TblRatePct(WSRateCount).

      *|==============================================================|
