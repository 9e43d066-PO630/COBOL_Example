      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RecurMaint.

      *|==============================================================|
      *    RecurMaint is the recurring-charge screen hung off
      *    CustMenu: the standing charges billed to a customer every
      *    month, quarter, or year -- service subscriptions, rental
      *    charges, maintenance contracts -- go on the indexed
      *    recurring-charge file (CUSTRECUR, default Recurring.dat,
      *    RecurRec.cpy layout) with a charge code, the description
      *    the posting carries, the amount, the frequency, and the
      *    dates the charge starts and ends. Charges number up from
      *    1 per customer the way dispute cases do.
      *
      *    The first period falls due on the start date; the
      *    nightly RecurBill step bills it and every period after
      *    it, so nobody keys the same debit into PostEntry month
      *    after month. A charge is never deleted: one that stops
      *    is given an end date, and the billing history stays on
      *    the record. Changing a charge covers the description,
      *    the amount (from the next period billed), the end date,
      *    and whether the charge is subject to sales tax; a
      *    different charge code or frequency is a new charge.
      *
      *    Signed on through OperSignon; an inquiry-role operator
      *    may list charges but not add or change them.
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT RecurFile ASSIGN TO WSRecurFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RecurKey
                   FILE STATUS IS WSRecurFileStatus.

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

               FD RecurFile.
                   COPY "RecurRec.cpy".

               FD CustomerFile.
                   COPY "CustRec.cpy".

           WORKING-STORAGE SECTION.

               1 WSRecurFileName PIC X(100).
               1 WSCustFileName PIC X(100).

               1 WSRecurFileStatus PIC X(2).
                   88 WSRecurFileOK VALUE '00'.
                   88 WSRecurFileMissing VALUE '35'.

               1 WSFileStatus PIC X(2).
                   88 WSFileOK VALUE '00'.

               1 WSScanEOF PIC X(1).
                   88 WSScanAtEOF VALUE 'Y'.

               1 WSMenuChoice PIC X(1).
                   88 WSAddChoice VALUE '1'.
                   88 WSChangeChoice VALUE '2'.
                   88 WSListChoice VALUE '3'.
                   88 WSExitChoice VALUE '0'.

               1 WSOperatorId PIC X(8).
               1 WSOperatorRole PIC X(1).
                   88 WSRoleInquiry VALUE 'I', 'P'.
               1 WSSignonValid PIC X(1).
                   88 WSSignonOK VALUE 'Y'.

               1 WSRecurIDNum PIC 9(7).
               1 WSRecurSeq PIC 9(3).

               1 WSCheckIDNum PIC 9(7).
               1 WSCheckIDParts REDEFINES WSCheckIDNum.
                   2 WSCheckIDBase PIC 9(6).
                   2 WSCheckIDDigit PIC 9(1).
               1 WSCheckDigitValid PIC X(1).
                   88 WSCheckDigitOK VALUE 'Y'.

               1 WSCustOKFlag PIC X(1).
                   88 WSCustomerOK VALUE 'Y'.

               1 WSRecurFoundFlag PIC X(1).
                   88 WSRecurOnFile VALUE 'Y'.

               1 WSEntryCode PIC X(8).
               1 WSEntryDesc PIC X(20).
               1 WSEntryAmount PIC 9(7)V99.
               1 WSEntryFreq PIC X(1).
               1 WSEntryStart PIC 9(8).
               1 WSEntryEnd PIC 9(8).
               1 WSEntryTaxable PIC X(1).

               1 WSConfirm PIC X(1).

               1 WSNextSeq PIC 9(3).
               1 WSChargeCount PIC 9(3).

               1 WSFreqName PIC X(9).
               1 WSShowAmount PIC ZZZ,ZZ9.99.

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

           1 s-plg-recurmenu.
               2 BLANK SCREEN.
               2 LINE 2 COL 5 VALUE 'Recurring Charges'.
               2 LINE 4 COL 5 VALUE '1. Add a charge'.
               2 LINE 5 COL 5 VALUE '2. Change a charge'.
               2 LINE 6 COL 5 VALUE '3. List charges for a customer'.
               2 LINE 7 COL 5 VALUE '0. Exit'.
               2 LINE 9 COL 5 VALUE 'Selection : '.
               2 PIC X(1) TO WSMenuChoice REQUIRED.

           1 s-plg-recurid.
               2 LINE 11 COL 5 VALUE 'Customer Id (7 digits) : '.
               2 PIC 9(7) TO WSRecurIDNum REQUIRED.

           1 s-plg-recurseq.
               2 LINE 12 COL 5 VALUE 'Charge number          : '.
               2 PIC 9(3) TO WSRecurSeq REQUIRED.

           1 s-plg-recurentry.
               2 LINE 13 COL 5 VALUE 'Charge code       : '.
               2 PIC X(8) TO WSEntryCode REQUIRED.
               2 LINE 14 COL 5 VALUE 'Description       : '.
               2 PIC X(20) TO WSEntryDesc REQUIRED.
               2 LINE 15 COL 5 VALUE 'Amount            : '.
               2 PIC 9(7)V99 TO WSEntryAmount REQUIRED.
               2 LINE 16 COL 5 VALUE
                   'Frequency (M monthly, Q quarterly, A annual) : '.
               2 PIC X(1) TO WSEntryFreq REQUIRED.
               2 LINE 17 COL 5 VALUE 'Starts (yyyymmdd) : '.
               2 PIC 9(8) USING WSEntryStart REQUIRED.
               2 LINE 18 COL 5 VALUE 'Ends (yyyymmdd, 0 = open) : '.
               2 PIC 9(8) USING WSEntryEnd.
               2 LINE 19 COL 5 VALUE 'Subject to sales tax (Y/N) : '.
               2 PIC X(1) USING WSEntryTaxable REQUIRED.
               2 LINE 20 COL 5 VALUE 'Add this charge (Y/N) : '.
               2 PIC X(1) TO WSConfirm REQUIRED.

           1 s-plg-recurchange.
               2 LINE 14 COL 5 VALUE 'Description       : '.
               2 PIC X(20) USING WSEntryDesc REQUIRED.
               2 LINE 15 COL 5 VALUE 'Amount            : '.
               2 PIC 9(7)V99 USING WSEntryAmount REQUIRED.
               2 LINE 18 COL 5 VALUE 'Ends (yyyymmdd, 0 = open) : '.
               2 PIC 9(8) USING WSEntryEnd.
               2 LINE 19 COL 5 VALUE 'Subject to sales tax (Y/N) : '.
               2 PIC X(1) USING WSEntryTaxable REQUIRED.
               2 LINE 20 COL 5 VALUE 'Change this charge (Y/N) : '.
               2 PIC X(1) TO WSConfirm REQUIRED.

      *|==============================================================|

       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSRecurFileName FROM ENVIRONMENT "CUSTRECUR"
                   ON EXCEPTION
                       MOVE "Recurring.dat" TO WSRecurFileName
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
               OPEN I-O RecurFile
               IF WSRecurFileMissing
                   OPEN OUTPUT RecurFile
                   CLOSE RecurFile
                   OPEN I-O RecurFile
               END-IF
               OPEN INPUT CustomerFile
               PERFORM DisplayRecurMenu
               PERFORM UNTIL WSExitChoice
                   EVALUATE TRUE
                       WHEN WSAddChoice
                           IF WSRoleInquiry
                               DISPLAY "Not authorized for updates."
                           ELSE
                               PERFORM AddCharge
                           END-IF
                       WHEN WSChangeChoice
                           IF WSRoleInquiry
                               DISPLAY "Not authorized for updates."
                           ELSE
                               PERFORM ChangeCharge
                           END-IF
                       WHEN WSListChoice
                           PERFORM ListCharges
                       WHEN OTHER
                           DISPLAY "Invalid selection"
                   END-EVALUATE
                   PERFORM DisplayRecurMenu
               END-PERFORM
               CLOSE RecurFile, CustomerFile
               GOBACK.

           DisplayRecurMenu.
               DISPLAY s-plg-recurmenu
               ACCEPT s-plg-recurmenu.

      *|==============================================================|
      *    AddCharge takes the next free charge number for the
      *    customer; the charge starts today unless keyed
      *    otherwise, and its first period is due on the start
      *    date.
      *|==============================================================|

           AddCharge.
               PERFORM GetRecurCustomer
               IF NOT WSCustomerOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM ScanCustomerCharges
               MOVE WSRunDate TO WSEntryStart
               MOVE ZERO TO WSEntryEnd
               MOVE 'Y' TO WSEntryTaxable
               DISPLAY s-plg-recurentry
               ACCEPT s-plg-recurentry
               IF WSConfirm NOT = 'Y' AND WSConfirm NOT = 'y'
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION UPPER-CASE(WSEntryCode) TO WSEntryCode
               MOVE FUNCTION UPPER-CASE(WSEntryDesc) TO WSEntryDesc
               MOVE FUNCTION UPPER-CASE(WSEntryFreq) TO WSEntryFreq
               MOVE FUNCTION UPPER-CASE(WSEntryTaxable)
                   TO WSEntryTaxable
               IF WSEntryCode = SPACES
                   DISPLAY "A charge needs a charge code."
                   EXIT PARAGRAPH
               END-IF
               MOVE WSEntryFreq TO RecurFrequency
               IF NOT RecurFreqValid
                   DISPLAY "Frequency must be M, Q or A."
                   EXIT PARAGRAPH
               END-IF
               MOVE 'V' TO WSDateCalcOp
               CALL 'DateCalc' USING WSDateCalcOp WSEntryStart
                   WSDateCalcDate2 WSDateCalcDays WSDateCalcResult
                   WSDateCalcDow WSDateCalcValid
               IF WSDateCalcValid NOT = 'Y'
                   DISPLAY "Start date fails the calendar."
                   EXIT PARAGRAPH
               END-IF
               PERFORM ProveDescAmountEnd
               IF WSConfirm = 'N'
                   EXIT PARAGRAPH
               END-IF
               MOVE WSRecurIDNum TO RecurIDNum
               MOVE WSNextSeq TO RecurSeq
               MOVE WSEntryCode TO RecurChargeCode
               MOVE WSEntryDesc TO RecurDesc
               MOVE WSEntryAmount TO RecurAmount
               MOVE WSEntryFreq TO RecurFrequency
               MOVE WSEntryStart TO RecurStartDate
               MOVE WSEntryEnd TO RecurEndDate
               MOVE WSEntryTaxable TO RecurTaxable
               MOVE WSEntryStart TO RecurNextDue
               MOVE ZERO TO RecurLastBilled
               MOVE WSOperatorId TO RecurOperator
               MOVE FUNCTION CURRENT-DATE(1:14) TO RecurStamp
               WRITE RecurRecord
                   INVALID KEY
                       DISPLAY "Recurring-charge file write failed: "
                           WSRecurFileStatus
                       EXIT PARAGRAPH
               END-WRITE
               DISPLAY "Charge " WSNextSeq " added for "
                   WSRecurIDNum "; first due " WSEntryStart ".".

      *|==============================================================|
      *    ChangeCharge: the description, the amount, and the end
      *    date. Keying today's date as the end date bills nothing
      *    after today.
      *|==============================================================|

           ChangeCharge.
               DISPLAY s-plg-recurid
               ACCEPT s-plg-recurid
               DISPLAY s-plg-recurseq
               ACCEPT s-plg-recurseq
               PERFORM ReadRecurRecord
               IF NOT WSRecurOnFile
                   DISPLAY "No charge " WSRecurSeq " on file for "
                       WSRecurIDNum
                   EXIT PARAGRAPH
               END-IF
               PERFORM ShowRecurRecord
               MOVE RecurDesc TO WSEntryDesc
               MOVE RecurAmount TO WSEntryAmount
               MOVE RecurEndDate TO WSEntryEnd
               MOVE RecurStartDate TO WSEntryStart
               MOVE RecurTaxable TO WSEntryTaxable
               DISPLAY s-plg-recurchange
               ACCEPT s-plg-recurchange
               IF WSConfirm NOT = 'Y' AND WSConfirm NOT = 'y'
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION UPPER-CASE(WSEntryDesc) TO WSEntryDesc
               MOVE FUNCTION UPPER-CASE(WSEntryTaxable)
                   TO WSEntryTaxable
               PERFORM ProveDescAmountEnd
               IF WSConfirm = 'N'
                   EXIT PARAGRAPH
               END-IF
               MOVE WSEntryDesc TO RecurDesc
               MOVE WSEntryTaxable TO RecurTaxable
               MOVE WSEntryAmount TO RecurAmount
               MOVE WSEntryEnd TO RecurEndDate
               MOVE WSOperatorId TO RecurOperator
               MOVE FUNCTION CURRENT-DATE(1:14) TO RecurStamp
               REWRITE RecurRecord
                   INVALID KEY
                       DISPLAY "Recurring-charge file rewrite "
                           "failed: " WSRecurFileStatus
                       EXIT PARAGRAPH
               END-REWRITE
               DISPLAY "Charge " WSRecurSeq " changed for "
                   WSRecurIDNum ".".

      *|==============================================================|
      *    ProveDescAmountEnd checks the fields the add and the
      *    change share; a failure leaves 'N' in WSConfirm.
      *|==============================================================|

           ProveDescAmountEnd.
               MOVE 'N' TO WSConfirm
               IF WSEntryDesc = SPACES
                   DISPLAY "A charge needs a description; it is "
                       "what the posting carries."
                   EXIT PARAGRAPH
               END-IF
               IF WSEntryAmount = ZERO
                   DISPLAY "A charge needs an amount."
                   EXIT PARAGRAPH
               END-IF
               IF WSEntryTaxable NOT = 'Y' AND WSEntryTaxable NOT = 'N'
                   DISPLAY "Subject to sales tax must be Y or N."
                   EXIT PARAGRAPH
               END-IF
               IF WSEntryEnd NOT = ZERO
                   MOVE 'V' TO WSDateCalcOp
                   CALL 'DateCalc' USING WSDateCalcOp WSEntryEnd
                       WSDateCalcDate2 WSDateCalcDays
                       WSDateCalcResult WSDateCalcDow
                       WSDateCalcValid
                   IF WSDateCalcValid NOT = 'Y'
                       OR WSEntryEnd < WSEntryStart
                       DISPLAY "End date fails the calendar or "
                           "comes before the start date."
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               MOVE 'Y' TO WSConfirm.

           ListCharges.
               DISPLAY s-plg-recurid
               ACCEPT s-plg-recurid
               PERFORM ScanCustomerCharges
               IF WSChargeCount = ZERO
                   DISPLAY "No recurring charges on file for "
                       WSRecurIDNum
               ELSE
                   DISPLAY "Charges listed: " WSChargeCount
               END-IF.

           GetRecurCustomer.
               MOVE 'N' TO WSCustOKFlag
               DISPLAY s-plg-recurid
               ACCEPT s-plg-recurid
               MOVE WSRecurIDNum TO WSCheckIDNum
               CALL 'CheckDigit' USING 'V' WSCheckIDBase
                   WSCheckIDDigit WSCheckDigitValid
               IF NOT WSCheckDigitOK
                   DISPLAY "Check digit does not verify."
                   EXIT PARAGRAPH
               END-IF
               MOVE WSRecurIDNum TO IDNum OF CustomerData
               READ CustomerFile
                   INVALID KEY
                       DISPLAY "Customer " WSRecurIDNum
                           " not on file."
                       EXIT PARAGRAPH
               END-READ
               IF CustClosed
                   DISPLAY "Customer " WSRecurIDNum " is closed."
                   EXIT PARAGRAPH
               END-IF
               MOVE 'Y' TO WSCustOKFlag.

      *|==============================================================|
      *    ScanCustomerCharges walks the customer's charges in key
      *    order, listing them when asked to, and leaves the next
      *    free charge number in WSNextSeq.
      *|==============================================================|

           ScanCustomerCharges.
               MOVE ZERO TO WSChargeCount
               MOVE 1 TO WSNextSeq
               MOVE WSRecurIDNum TO RecurIDNum
               MOVE ZERO TO RecurSeq
               MOVE 'N' TO WSScanEOF
               START RecurFile KEY IS NOT LESS THAN RecurKey
                   INVALID KEY
                       EXIT PARAGRAPH
               END-START
               PERFORM UNTIL WSScanAtEOF
                   READ RecurFile NEXT RECORD
                       AT END SET WSScanAtEOF TO TRUE
                       NOT AT END
                           IF RecurIDNum NOT = WSRecurIDNum
                               SET WSScanAtEOF TO TRUE
                           ELSE
                               ADD 1 TO WSChargeCount
                               COMPUTE WSNextSeq = RecurSeq + 1
                               IF WSListChoice
                                   PERFORM ShowRecurRecord
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.

           ReadRecurRecord.
               MOVE 'N' TO WSRecurFoundFlag
               MOVE WSRecurIDNum TO RecurIDNum
               MOVE WSRecurSeq TO RecurSeq
               READ RecurFile
                   INVALID KEY
                       EXIT PARAGRAPH
               END-READ
               MOVE 'Y' TO WSRecurFoundFlag.

           ShowRecurRecord.
               EVALUATE TRUE
                   WHEN RecurMonthly
                       MOVE "monthly" TO WSFreqName
                   WHEN RecurQuarterly
                       MOVE "quarterly" TO WSFreqName
                   WHEN OTHER
                       MOVE "annual" TO WSFreqName
               END-EVALUATE
               MOVE RecurAmount TO WSShowAmount
               DISPLAY "Charge " RecurSeq " " RecurChargeCode " "
                   RecurDesc " " WSShowAmount " " WSFreqName
               DISPLAY "  from " RecurStartDate " to " RecurEndDate
                   "  next due " RecurNextDue "  last billed "
                   RecurLastBilled "  taxable " RecurTaxable
                   "  by " RecurOperator.

      *|==============================================================|
