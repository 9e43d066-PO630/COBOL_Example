      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TaxMaint.

      *|==============================================================|
      *    TaxMaint is the sales-tax screen hung off CustMenu. It
      *    keeps the two files the TaxCalc subprogram answers from.
      *
      *    The tax-rate file (CUSTTAXRATE, default TaxRates.dat,
      *    TaxRate.cpy layout) holds one line per ZIP range,
      *    jurisdiction, and effective date. A rate change is added
      *    as a new line with a later effective date, so the rates
      *    in force on any past date stay answerable; a line keyed
      *    in error is deactivated rather than removed, with the
      *    load-then-save pass ZipMaint uses. An added range is
      *    laid against the ZIP reference ZipMaint keeps
      *    (CUSTZIPREF, default ZipCity.dat): the reference ZIPs
      *    inside it are counted before the add is confirmed, and a
      *    range overlapping another jurisdiction's active range is
      *    refused, so every ZIP answers to one jurisdiction.
      *
      *    The exemption file (CUSTTAXEX, default TaxExempt.dat,
      *    TaxExRec.cpy layout) holds the customer's exemption
      *    certificate number and expiry. Renewing a certificate
      *    rewrites the record; keying an expiry already past ends
      *    the exemption while keeping the certificate on record.
      *
      *    Signed on through OperSignon; an inquiry-role operator
      *    may list rates and show exemptions but not change them.
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT TaxRateFile ASSIGN TO WSTaxRateFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSTaxRateStatus.

               SELECT ZipRefFile ASSIGN TO WSZipRefFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSZipRefStatus.

               SELECT TaxExemptFile ASSIGN TO WSTaxExFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TxIDNum
                   FILE STATUS IS WSTaxExStatus.

               SELECT CustomerFile ASSIGN TO WSCustFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS IDNum
                   ALTERNATE RECORD KEY IS LastName
                       WITH DUPLICATES
                   FILE STATUS IS WSFileStatus.

      *|==============================================================|

       DATA DIVISION.

           FILE SECTION.

               FD TaxRateFile.
                   COPY "TaxRate.cpy".

               FD ZipRefFile.
                   COPY "ZipRec.cpy".

               FD TaxExemptFile.
                   COPY "TaxExRec.cpy".

               FD CustomerFile.
                   COPY "CustRec.cpy".

           WORKING-STORAGE SECTION.

               1 WSTaxRateFileName PIC X(100).
               1 WSZipRefFileName PIC X(100).
               1 WSTaxExFileName PIC X(100).
               1 WSCustFileName PIC X(100).

               1 WSTaxRateStatus PIC X(2).
                   88 WSTaxRateOK VALUE '00'.
                   88 WSTaxRateMissing VALUE '35'.

               1 WSZipRefStatus PIC X(2).
                   88 WSZipRefOK VALUE '00'.

               1 WSTaxExStatus PIC X(2).
                   88 WSTaxExOK VALUE '00'.
                   88 WSTaxExMissing VALUE '35'.

               1 WSFileStatus PIC X(2).
                   88 WSFileOK VALUE '00'.

               1 WSEOF PIC X(1).
                   88 WSAtEOF VALUE 'Y'.

               1 WSMenuChoice PIC X(1).
                   88 WSAddRateChoice VALUE '1'.
                   88 WSDeactChoice VALUE '2'.
                   88 WSListChoice VALUE '3'.
                   88 WSExemptChoice VALUE '4'.
                   88 WSShowExChoice VALUE '5'.
                   88 WSExitChoice VALUE '0'.

               1 WSOperatorId PIC X(8).
               1 WSOperatorRole PIC X(1).
                   88 WSRoleInquiry VALUE 'I', 'P'.
               1 WSSignonValid PIC X(1).
                   88 WSSignonOK VALUE 'Y'.

               1 WSEntryZipLo PIC X(5).
               1 WSEntryZipHi PIC X(5).
               1 WSEntryJuris PIC X(8).
               1 WSEntryJurisName PIC X(20).
               1 WSEntryEffDate PIC 9(8).
               1 WSEntryRatePct PIC 99V999.

               1 WSConfirm PIC X(1).

               1 WSShowRate PIC Z9.999.
               1 WSListedCount PIC 9(4).
               1 WSRefZipCount PIC 9(4).
               1 WSFirstCity PIC X(20).

      *    The whole rate file tabled for the overlap test and the
      *    deactivate pass.
               1 WSTableCount PIC 9(4) VALUE ZERO.

               1 RateTable.
                   2 RateEntry OCCURS 1000 TIMES.
                       3 TblZipLo PIC X(5).
                       3 TblZipHi PIC X(5).
                       3 TblJuris PIC X(8).
                       3 TblJurisName PIC X(20).
                       3 TblEffDate PIC 9(8).
                       3 TblRatePct PIC 99V999.
                       3 TblActive PIC X(1).

               1 WSRateIdx PIC 9(4) VALUE ZERO.

               1 WSFoundFlag PIC X(1).
                   88 WSEntryFound VALUE 'Y'.

               1 WSOverflowFlag PIC X(1) VALUE 'N'.
                   88 WSTableOverflow VALUE 'Y'.

               1 WSExIDNum PIC 9(7).
               1 WSCheckIDNum PIC 9(7).
               1 WSCheckIDParts REDEFINES WSCheckIDNum.
                   2 WSCheckIDBase PIC 9(6).
                   2 WSCheckIDDigit PIC 9(1).
               1 WSCheckDigitValid PIC X(1).
                   88 WSCheckDigitOK VALUE 'Y'.

               1 WSCustOKFlag PIC X(1).
                   88 WSCustomerOK VALUE 'Y'.

               1 WSExFoundFlag PIC X(1).
                   88 WSExOnFile VALUE 'Y'.

               1 WSEntryCert PIC X(15).
               1 WSEntryExpiry PIC 9(8).

               1 WSBizDateParm PIC X(8).
               1 WSRunDate PIC 9(8).

               1 WSDateCalcOp PIC X(1).
               1 WSDateCalcDate2 PIC 9(8).
               1 WSDateCalcDays PIC S9(7).
               1 WSDateCalcResult PIC 9(8).
               1 WSDateCalcDow PIC 9(1).
               1 WSDateCalcValid PIC X(1).

      *|==============================================================|

       SCREEN SECTION.

           1 s-plg-taxmenu.
               2 BLANK SCREEN.
               2 LINE 2 COL 5 VALUE 'Sales Tax'.
               2 LINE 4 COL 5 VALUE '1. Add a tax rate'.
               2 LINE 5 COL 5 VALUE '2. Deactivate a tax rate'.
               2 LINE 6 COL 5 VALUE '3. List tax rates'.
               2 LINE 7 COL 5 VALUE
                   '4. Record or renew an exemption certificate'.
               2 LINE 8 COL 5 VALUE '5. Show a customer''s exemption'.
               2 LINE 9 COL 5 VALUE '0. Exit'.
               2 LINE 11 COL 5 VALUE 'Selection : '.
               2 PIC X(1) TO WSMenuChoice REQUIRED.

           1 s-plg-taxrate.
               2 BLANK SCREEN.
               2 LINE 2 COL 5 VALUE 'Tax Rate Entry'.
               2 LINE 4 COL 5 VALUE 'Low ZIP           : '.
               2 PIC X(5) TO WSEntryZipLo REQUIRED.
               2 LINE 5 COL 5 VALUE 'High ZIP          : '.
               2 PIC X(5) TO WSEntryZipHi REQUIRED.
               2 LINE 6 COL 5 VALUE 'Jurisdiction code : '.
               2 PIC X(8) TO WSEntryJuris REQUIRED.
               2 LINE 7 COL 5 VALUE 'Jurisdiction name : '.
               2 PIC X(20) TO WSEntryJurisName REQUIRED.
               2 LINE 8 COL 5 VALUE 'Effective (yyyymmdd) : '.
               2 PIC 9(8) USING WSEntryEffDate REQUIRED.
               2 LINE 9 COL 5 VALUE 'Rate percent (99.999) : '.
               2 PIC 99.999 TO WSEntryRatePct REQUIRED.

           1 s-plg-taxconfirm.
               2 LINE 14 COL 5 VALUE 'Add this rate (Y/N) : '.
               2 PIC X(1) TO WSConfirm REQUIRED.

           1 s-plg-taxdeact.
               2 BLANK SCREEN.
               2 LINE 2 COL 5 VALUE 'Deactivate Tax Rate'.
               2 LINE 4 COL 5 VALUE 'Low ZIP           : '.
               2 PIC X(5) TO WSEntryZipLo REQUIRED.
               2 LINE 5 COL 5 VALUE 'Jurisdiction code : '.
               2 PIC X(8) TO WSEntryJuris REQUIRED.
               2 LINE 6 COL 5 VALUE 'Effective (yyyymmdd) : '.
               2 PIC 9(8) TO WSEntryEffDate REQUIRED.

           1 s-plg-taxexid.
               2 LINE 13 COL 5 VALUE 'Customer Id (7 digits) : '.
               2 PIC 9(7) TO WSExIDNum REQUIRED.

           1 s-plg-taxexentry.
               2 LINE 15 COL 5 VALUE 'Certificate number : '.
               2 PIC X(15) USING WSEntryCert REQUIRED.
               2 LINE 16 COL 5 VALUE 'Expires (yyyymmdd) : '.
               2 PIC 9(8) USING WSEntryExpiry REQUIRED.
               2 LINE 18 COL 5 VALUE 'Record this certificate (Y/N) : '.
               2 PIC X(1) TO WSConfirm REQUIRED.

      *|==============================================================|

       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSTaxRateFileName FROM ENVIRONMENT
                       "CUSTTAXRATE"
                   ON EXCEPTION
                       MOVE "TaxRates.dat" TO WSTaxRateFileName
               END-ACCEPT
               ACCEPT WSZipRefFileName FROM ENVIRONMENT "CUSTZIPREF"
                   ON EXCEPTION
                       MOVE "ZipCity.dat" TO WSZipRefFileName
               END-ACCEPT
               ACCEPT WSTaxExFileName FROM ENVIRONMENT "CUSTTAXEX"
                   ON EXCEPTION
                       MOVE "TaxExempt.dat" TO WSTaxExFileName
               END-ACCEPT
               ACCEPT WSCustFileName FROM ENVIRONMENT "CUSTMSTR"
                   ON EXCEPTION
                       MOVE "test.dat" TO WSCustFileName
               END-ACCEPT
               ACCEPT WSBizDateParm FROM ENVIRONMENT "CUSTBIZDATE"
                   ON EXCEPTION
                       MOVE SPACES TO WSBizDateParm
               END-ACCEPT
               IF WSBizDateParm = SPACES
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WSRunDate
               ELSE
                   MOVE WSBizDateParm TO WSRunDate
               END-IF
               CALL 'OperSignon' USING WSOperatorId WSOperatorRole
                   WSSignonValid
               IF NOT WSSignonOK
                   DISPLAY "Access denied."
                   GOBACK
               END-IF
               OPEN I-O TaxExemptFile
               IF WSTaxExMissing
                   OPEN OUTPUT TaxExemptFile
                   CLOSE TaxExemptFile
                   OPEN I-O TaxExemptFile
               END-IF
               OPEN INPUT CustomerFile
               PERFORM DisplayTaxMenu
               PERFORM UNTIL WSExitChoice
                   EVALUATE TRUE
                       WHEN WSAddRateChoice
                           IF WSRoleInquiry
                               DISPLAY "Not authorized for updates."
                           ELSE
                               PERFORM AddTaxRate
                           END-IF
                       WHEN WSDeactChoice
                           IF WSRoleInquiry
                               DISPLAY "Not authorized for updates."
                           ELSE
                               PERFORM DeactivateTaxRate
                           END-IF
                       WHEN WSListChoice
                           PERFORM ListTaxRates
                       WHEN WSExemptChoice
                           IF WSRoleInquiry
                               DISPLAY "Not authorized for updates."
                           ELSE
                               PERFORM RecordExemption
                           END-IF
                       WHEN WSShowExChoice
                           PERFORM ShowExemption
                       WHEN OTHER
                           DISPLAY "Invalid selection"
                   END-EVALUATE
                   PERFORM DisplayTaxMenu
               END-PERFORM
               CLOSE TaxExemptFile, CustomerFile
               GOBACK.

           DisplayTaxMenu.
               DISPLAY s-plg-taxmenu
               ACCEPT s-plg-taxmenu.

      *|==============================================================|
      *    AddTaxRate proves the range, the date, and the code, lays
      *    the range against the other jurisdictions' active ranges
      *    and against the ZIP reference, and appends the line once
      *    the operator confirms.
      *|==============================================================|

           AddTaxRate.
               MOVE SPACES TO WSEntryZipLo WSEntryZipHi WSEntryJuris
                   WSEntryJurisName
               MOVE WSRunDate TO WSEntryEffDate
               MOVE ZERO TO WSEntryRatePct
               DISPLAY s-plg-taxrate
               ACCEPT s-plg-taxrate
               MOVE FUNCTION UPPER-CASE(WSEntryJuris) TO WSEntryJuris
               MOVE FUNCTION UPPER-CASE(WSEntryJurisName)
                   TO WSEntryJurisName
               IF WSEntryZipLo IS NOT NUMERIC
                   OR WSEntryZipHi IS NOT NUMERIC
                   OR WSEntryZipLo > WSEntryZipHi
                   DISPLAY "ZIPs must be five digits, low first."
                   EXIT PARAGRAPH
               END-IF
               IF WSEntryJuris = SPACES
                   DISPLAY "A rate needs a jurisdiction code."
                   EXIT PARAGRAPH
               END-IF
               MOVE 'V' TO WSDateCalcOp
               CALL 'DateCalc' USING WSDateCalcOp WSEntryEffDate
                   WSDateCalcDate2 WSDateCalcDays WSDateCalcResult
                   WSDateCalcDow WSDateCalcValid
               IF WSDateCalcValid NOT = 'Y'
                   DISPLAY "Effective date fails the calendar."
                   EXIT PARAGRAPH
               END-IF
               PERFORM LoadRateTable
               IF WSTableOverflow
                   DISPLAY "Rate file exceeds the table; cannot "
                       "check the range safely."
                   EXIT PARAGRAPH
               END-IF
               MOVE 'N' TO WSFoundFlag
               PERFORM VARYING WSRateIdx FROM 1 BY 1
                   UNTIL WSRateIdx > WSTableCount OR WSEntryFound
                   IF TblActive(WSRateIdx) = 'A'
                       AND TblJuris(WSRateIdx) NOT = WSEntryJuris
                       AND WSEntryZipLo <= TblZipHi(WSRateIdx)
                       AND WSEntryZipHi >= TblZipLo(WSRateIdx)
                       MOVE 'Y' TO WSFoundFlag
                       DISPLAY "Range overlaps " TblJuris(WSRateIdx)
                           " " TblZipLo(WSRateIdx) "-"
                           TblZipHi(WSRateIdx) "; not added."
                   END-IF
               END-PERFORM
               IF WSEntryFound
                   EXIT PARAGRAPH
               END-IF
               PERFORM CountReferenceZips
               IF WSRefZipCount = ZERO
                   DISPLAY "No ZIP on the ZIP reference falls in "
                       "this range."
               ELSE
                   DISPLAY WSRefZipCount " reference ZIPs fall in "
                       "this range, first " WSFirstCity
               END-IF
               DISPLAY s-plg-taxconfirm
               ACCEPT s-plg-taxconfirm
               IF WSConfirm NOT = 'Y' AND WSConfirm NOT = 'y'
                   EXIT PARAGRAPH
               END-IF
               OPEN EXTEND TaxRateFile
               IF WSTaxRateMissing
                   OPEN OUTPUT TaxRateFile
               END-IF
               MOVE WSEntryZipLo TO TaxZipLo
               MOVE WSEntryZipHi TO TaxZipHi
               MOVE WSEntryJuris TO TaxJuris
               MOVE WSEntryJurisName TO TaxJurisName
               MOVE WSEntryEffDate TO TaxEffDate
               MOVE WSEntryRatePct TO TaxRatePct
               MOVE 'A' TO TaxActive
               WRITE TaxRateRecord
               CLOSE TaxRateFile
               DISPLAY "Tax rate added.".

      *|==============================================================|
      *    CountReferenceZips counts the active ZIP reference
      *    entries inside the keyed range, naming the first city.
      *|==============================================================|

           CountReferenceZips.
               MOVE ZERO TO WSRefZipCount
               MOVE SPACES TO WSFirstCity
               MOVE 'N' TO WSEOF
               OPEN INPUT ZipRefFile
               IF NOT WSZipRefOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ ZipRefFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF ZCEntryActive
                               AND ZCZip >= WSEntryZipLo
                               AND ZCZip <= WSEntryZipHi
                               ADD 1 TO WSRefZipCount
                               IF WSFirstCity = SPACES
                                   MOVE ZCCity TO WSFirstCity
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ZipRefFile.

      *|==============================================================|
      *    DeactivateTaxRate tables the file, flips the matching
      *    line inactive, and saves the file back.
      *|==============================================================|

           DeactivateTaxRate.
               MOVE SPACES TO WSEntryZipLo WSEntryJuris
               DISPLAY s-plg-taxdeact
               ACCEPT s-plg-taxdeact
               MOVE FUNCTION UPPER-CASE(WSEntryJuris) TO WSEntryJuris
               PERFORM LoadRateTable
               IF WSTableOverflow
                   DISPLAY "Rate file exceeds the table; "
                       "cannot deactivate safely."
                   EXIT PARAGRAPH
               END-IF
               MOVE 'N' TO WSFoundFlag
               PERFORM VARYING WSRateIdx FROM 1 BY 1
                   UNTIL WSRateIdx > WSTableCount
                   IF TblZipLo(WSRateIdx) = WSEntryZipLo
                       AND TblJuris(WSRateIdx) = WSEntryJuris
                       AND TblEffDate(WSRateIdx) = WSEntryEffDate
                       MOVE 'I' TO TblActive(WSRateIdx)
                       MOVE 'Y' TO WSFoundFlag
                   END-IF
               END-PERFORM
               IF WSEntryFound
                   PERFORM SaveRateTable
                   DISPLAY "Tax rate deactivated."
               ELSE
                   DISPLAY "No matching rate on file."
               END-IF.

           ListTaxRates.
               MOVE ZERO TO WSListedCount
               MOVE 'N' TO WSEOF
               OPEN INPUT TaxRateFile
               IF NOT WSTaxRateOK
                   DISPLAY "No tax-rate file yet."
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ TaxRateFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           ADD 1 TO WSListedCount
                           MOVE TaxRatePct TO WSShowRate
                           DISPLAY TaxZipLo "-" TaxZipHi " "
                               TaxJuris " " TaxJurisName " from "
                               TaxEffDate " " WSShowRate "% "
                               TaxActive
                   END-READ
               END-PERFORM
               CLOSE TaxRateFile
               DISPLAY "Rates listed: " WSListedCount.

           LoadRateTable.
               MOVE ZERO TO WSTableCount
               MOVE 'N' TO WSOverflowFlag
               MOVE 'N' TO WSEOF
               OPEN INPUT TaxRateFile
               IF WSTaxRateOK
                   PERFORM UNTIL WSAtEOF
                       READ TaxRateFile
                           AT END SET WSAtEOF TO TRUE
                           NOT AT END
                               IF WSTableCount < 1000
                                   PERFORM TableOneRate
                               ELSE
                                   SET WSTableOverflow TO TRUE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE TaxRateFile
               END-IF.

           TableOneRate.
               ADD 1 TO WSTableCount
               MOVE TaxZipLo TO TblZipLo(WSTableCount)
               MOVE TaxZipHi TO TblZipHi(WSTableCount)
               MOVE TaxJuris TO TblJuris(WSTableCount)
               MOVE TaxJurisName TO TblJurisName(WSTableCount)
               MOVE TaxEffDate TO TblEffDate(WSTableCount)
               MOVE TaxRatePct TO TblRatePct(WSTableCount)
               MOVE TaxActive TO TblActive(WSTableCount).

           SaveRateTable.
               OPEN OUTPUT TaxRateFile
               PERFORM VARYING WSRateIdx FROM 1 BY 1
                   UNTIL WSRateIdx > WSTableCount
                   MOVE TblZipLo(WSRateIdx) TO TaxZipLo
                   MOVE TblZipHi(WSRateIdx) TO TaxZipHi
                   MOVE TblJuris(WSRateIdx) TO TaxJuris
                   MOVE TblJurisName(WSRateIdx) TO TaxJurisName
                   MOVE TblEffDate(WSRateIdx) TO TaxEffDate
                   MOVE TblRatePct(WSRateIdx) TO TaxRatePct
                   MOVE TblActive(WSRateIdx) TO TaxActive
                   WRITE TaxRateRecord
               END-PERFORM
               CLOSE TaxRateFile.

      *|==============================================================|
      *    RecordExemption writes a new certificate or rewrites the
      *    customer's standing one with the renewal.
      *|==============================================================|

           RecordExemption.
               PERFORM GetTaxCustomer
               IF NOT WSCustomerOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM ReadExemptRecord
               IF WSExOnFile
                   PERFORM ShowExemptRecord
                   MOVE TxCertNumber TO WSEntryCert
                   MOVE TxExpiry TO WSEntryExpiry
               ELSE
                   MOVE SPACES TO WSEntryCert
                   MOVE ZERO TO WSEntryExpiry
               END-IF
               DISPLAY s-plg-taxexentry
               ACCEPT s-plg-taxexentry
               IF WSConfirm NOT = 'Y' AND WSConfirm NOT = 'y'
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION UPPER-CASE(WSEntryCert) TO WSEntryCert
               IF WSEntryCert = SPACES
                   DISPLAY "An exemption needs a certificate number."
                   EXIT PARAGRAPH
               END-IF
               MOVE 'V' TO WSDateCalcOp
               CALL 'DateCalc' USING WSDateCalcOp WSEntryExpiry
                   WSDateCalcDate2 WSDateCalcDays WSDateCalcResult
                   WSDateCalcDow WSDateCalcValid
               IF WSDateCalcValid NOT = 'Y'
                   DISPLAY "Expiry fails the calendar."
                   EXIT PARAGRAPH
               END-IF
               MOVE WSExIDNum TO TxIDNum
               MOVE WSEntryCert TO TxCertNumber
               MOVE WSEntryExpiry TO TxExpiry
               MOVE WSOperatorId TO TxOperator
               MOVE FUNCTION CURRENT-DATE(1:14) TO TxStamp
               IF WSExOnFile
                   REWRITE TaxExemptRecord
                       INVALID KEY
                           DISPLAY "Exemption file rewrite failed: "
                               WSTaxExStatus
                           EXIT PARAGRAPH
                   END-REWRITE
               ELSE
                   WRITE TaxExemptRecord
                       INVALID KEY
                           DISPLAY "Exemption file write failed: "
                               WSTaxExStatus
                           EXIT PARAGRAPH
                   END-WRITE
               END-IF
               IF WSEntryExpiry < WSRunDate
                   DISPLAY "Certificate recorded for " WSExIDNum
                       "; already expired, charges are taxed."
               ELSE
                   DISPLAY "Certificate recorded for " WSExIDNum
                       "; exempt through " WSEntryExpiry "."
               END-IF.

           ShowExemption.
               DISPLAY s-plg-taxexid
               ACCEPT s-plg-taxexid
               PERFORM ReadExemptRecord
               IF WSExOnFile
                   PERFORM ShowExemptRecord
               ELSE
                   DISPLAY "No exemption certificate on file for "
                       WSExIDNum
               END-IF.

           GetTaxCustomer.
               MOVE 'N' TO WSCustOKFlag
               DISPLAY s-plg-taxexid
               ACCEPT s-plg-taxexid
               MOVE WSExIDNum TO WSCheckIDNum
               CALL 'CheckDigit' USING 'V' WSCheckIDBase
                   WSCheckIDDigit WSCheckDigitValid
               IF NOT WSCheckDigitOK
                   DISPLAY "Check digit does not verify."
                   EXIT PARAGRAPH
               END-IF
               MOVE WSExIDNum TO IDNum OF CustomerData
               READ CustomerFile
                   INVALID KEY
                       DISPLAY "Customer " WSExIDNum " not on file."
                       EXIT PARAGRAPH
               END-READ
               IF CustClosed
                   DISPLAY "Customer " WSExIDNum " is closed."
                   EXIT PARAGRAPH
               END-IF
               MOVE 'Y' TO WSCustOKFlag.

           ReadExemptRecord.
               MOVE 'N' TO WSExFoundFlag
               MOVE WSExIDNum TO TxIDNum
               READ TaxExemptFile
                   INVALID KEY
                       EXIT PARAGRAPH
               END-READ
               MOVE 'Y' TO WSExFoundFlag.

           ShowExemptRecord.
               IF TxExpiry < WSRunDate
                   DISPLAY "Certificate " TxCertNumber " expired "
                       TxExpiry "  by " TxOperator
               ELSE
                   DISPLAY "Certificate " TxCertNumber " expires "
                       TxExpiry "  by " TxOperator
               END-IF.

      *|==============================================================|
