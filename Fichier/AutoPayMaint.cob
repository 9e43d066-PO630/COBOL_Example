      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AutoPayMaint.

      *|==============================================================|
      *    AutoPayMaint is the autopay enrollment screen hung off
      *    CustMenu: when a customer asks to be debited
      *    automatically, the bank routing number and account, the
      *    debit basis (the statement balance, or the installment
      *    of their payment plan), and the start and stop dates go
      *    on the indexed enrollment file (CUSTAUTOPAY, default
      *    AutoPay.dat, AutoRec.cpy layout) that the nightly
      *    AutoPayDebit step draws its bank requests from.
      *
      *    Signed on through OperSignon; an inquiry-role operator
      *    may look but not change, the SuppMaint rule. The routing
      *    number must pass the banks' own check digit, the plan
      *    basis needs an active plan on the plan file (CUSTPLAN,
      *    default PayPlan.dat), and stopping an enrollment keys a
      *    stop date rather than deleting the record, so the
      *    request and settlement stamps survive for the file's
      *    history.
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT AutoPayFile ASSIGN TO WSAutoFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AutoIDNum
                   FILE STATUS IS WSAutoFileStatus.

               SELECT CustomerFile ASSIGN TO WSCustFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS IDNum
                   ALTERNATE RECORD KEY IS LastName
                       WITH DUPLICATES
                   FILE STATUS IS WSFileStatus.

               SELECT PlanFile ASSIGN TO WSPlanFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PlanIDNum
                   FILE STATUS IS WSPlanFileStatus.

      *|==============================================================|

       DATA DIVISION.

           FILE SECTION.

               FD AutoPayFile.
                   COPY "AutoRec.cpy".

               FD CustomerFile.
                   COPY "CustRec.cpy".

               FD PlanFile.
                   COPY "PlanRec.cpy".

           WORKING-STORAGE SECTION.

               1 WSAutoFileName PIC X(100).
               1 WSCustFileName PIC X(100).
               1 WSPlanFileName PIC X(100).

               1 WSAutoFileStatus PIC X(2).
                   88 WSAutoFileOK VALUE '00'.
                   88 WSAutoFileMissing VALUE '35'.

               1 WSFileStatus PIC X(2).
                   88 WSFileOK VALUE '00'.

               1 WSPlanFileStatus PIC X(2).
                   88 WSPlanFileOK VALUE '00'.

               1 WSMenuChoice PIC X(1).
                   88 WSSetChoice VALUE '1'.
                   88 WSStopChoice VALUE '2'.
                   88 WSViewChoice VALUE '3'.
                   88 WSExitChoice VALUE '0'.

               1 WSOperatorId PIC X(8).
               1 WSOperatorRole PIC X(1).
                   88 WSRoleInquiry VALUE 'I', 'P'.
               1 WSSignonValid PIC X(1).
                   88 WSSignonOK VALUE 'Y'.

               1 WSAutoIDNum PIC 9(7).

               1 WSCheckIDNum PIC 9(7).
               1 WSCheckIDParts REDEFINES WSCheckIDNum.
                   2 WSCheckIDBase PIC 9(6).
                   2 WSCheckIDDigit PIC 9(1).
               1 WSCheckDigitValid PIC X(1).
                   88 WSCheckDigitOK VALUE 'Y'.

               1 WSEntryRouting PIC 9(9).
               1 WSRoutingDigits REDEFINES WSEntryRouting.
                   2 WSRoutingDigit PIC 9(1) OCCURS 9 TIMES.
               1 WSEntryAccount PIC X(17).
               1 WSEntryBasis PIC X(1).
                   88 WSEntryStatement VALUES 'S', 's'.
                   88 WSEntryPlan VALUES 'P', 'p'.
               1 WSEntryStart PIC 9(8).
               1 WSEntryStop PIC 9(8).

      *    Routing check digit: weights 3-7-1 across the nine
      *    digits must sum to a multiple of ten.
               1 RoutingWeightList.
                   2 FILLER PIC X(9) VALUE "371371371".
               1 RoutingWeights REDEFINES RoutingWeightList.
                   2 RoutingWeight PIC 9(1) OCCURS 9 TIMES.
               1 WSRoutingIdx PIC 9(2).
               1 WSRoutingSum PIC 9(4).
               1 WSRoutingQuot PIC 9(4).
               1 WSRoutingRem PIC 9(2).

               1 WSConfirm PIC X(1).

               1 WSCustOKFlag PIC X(1).
                   88 WSCustomerOK VALUE 'Y'.

               1 WSAutoFoundFlag PIC X(1).
                   88 WSAutoOnFile VALUE 'Y'.

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

           1 s-plg-automenu.
               2 BLANK SCREEN.
               2 LINE 2 COL 5 VALUE 'Autopay Enrollment'.
               2 LINE 4 COL 5 VALUE '1. Enroll or change'.
               2 LINE 5 COL 5 VALUE '2. Stop autopay'.
               2 LINE 6 COL 5 VALUE '3. View enrollment'.
               2 LINE 7 COL 5 VALUE '0. Exit'.
               2 LINE 9 COL 5 VALUE 'Selection : '.
               2 PIC X(1) TO WSMenuChoice REQUIRED.

           1 s-plg-autoid.
               2 LINE 11 COL 5 VALUE 'Customer Id (7 digits) : '.
               2 PIC 9(7) TO WSAutoIDNum REQUIRED.

           1 s-plg-autoentry.
               2 LINE 13 COL 5 VALUE 'Bank routing no.  : '.
               2 PIC 9(9) TO WSEntryRouting REQUIRED.
               2 LINE 14 COL 5 VALUE 'Bank account no.  : '.
               2 PIC X(17) TO WSEntryAccount REQUIRED.
               2 LINE 15 COL 5 VALUE 'Basis (S stmt bal, P plan) : '.
               2 PIC X(1) TO WSEntryBasis REQUIRED.
               2 LINE 16 COL 5 VALUE 'Start (yyyymmdd)  : '.
               2 PIC 9(8) TO WSEntryStart REQUIRED.
               2 LINE 17 COL 5 VALUE 'Stop  (yyyymmdd, 0 = none) : '.
               2 PIC 9(8) TO WSEntryStop.
               2 LINE 19 COL 5 VALUE 'Store (Y/N)       : '.
               2 PIC X(1) TO WSConfirm REQUIRED.

           1 s-plg-autostop.
               2 LINE 13 COL 5 VALUE 'Stop (yyyymmdd)   : '.
               2 PIC 9(8) TO WSEntryStop REQUIRED.
               2 LINE 15 COL 5 VALUE 'Stop autopay (Y/N) : '.
               2 PIC X(1) TO WSConfirm REQUIRED.

      *|==============================================================|

       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSAutoFileName FROM ENVIRONMENT "CUSTAUTOPAY"
                   ON EXCEPTION
                       MOVE "AutoPay.dat" TO WSAutoFileName
               END-ACCEPT
               ACCEPT WSCustFileName FROM ENVIRONMENT "CUSTMSTR"
                   ON EXCEPTION
                       MOVE "test.dat" TO WSCustFileName
               END-ACCEPT
               ACCEPT WSPlanFileName FROM ENVIRONMENT "CUSTPLAN"
                   ON EXCEPTION
                       MOVE "PayPlan.dat" TO WSPlanFileName
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
               OPEN I-O AutoPayFile
               IF WSAutoFileMissing
                   OPEN OUTPUT AutoPayFile
                   CLOSE AutoPayFile
                   OPEN I-O AutoPayFile
               END-IF
               OPEN INPUT CustomerFile
               OPEN INPUT PlanFile
               PERFORM DisplayAutoMenu
               PERFORM UNTIL WSExitChoice
                   EVALUATE TRUE
                       WHEN WSSetChoice
                           IF WSRoleInquiry
                               DISPLAY "Not authorized for updates."
                           ELSE
                               PERFORM SetEnrollment
                           END-IF
                       WHEN WSStopChoice
                           IF WSRoleInquiry
                               DISPLAY "Not authorized for updates."
                           ELSE
                               PERFORM StopEnrollment
                           END-IF
                       WHEN WSViewChoice
                           PERFORM ViewEnrollment
                       WHEN OTHER
                           DISPLAY "Invalid selection"
                   END-EVALUATE
                   PERFORM DisplayAutoMenu
               END-PERFORM
               CLOSE AutoPayFile, CustomerFile
               IF WSPlanFileOK
                   CLOSE PlanFile
               END-IF
               GOBACK.

           DisplayAutoMenu.
               DISPLAY s-plg-automenu
               ACCEPT s-plg-automenu.

      *|==============================================================|
      *    SetEnrollment: every field is proved before the record
      *    is written -- a bad routing number or an empty plan
      *    would only surface as a rejected debit at the bank.
      *|==============================================================|

           SetEnrollment.
               PERFORM GetAutoCustomer
               IF NOT WSCustomerOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM ReadAutoRecord
               IF WSAutoOnFile
                   PERFORM ShowAutoRecord
               END-IF
               MOVE ZERO TO WSEntryStop
               DISPLAY s-plg-autoentry
               ACCEPT s-plg-autoentry
               IF WSConfirm NOT = 'Y' AND WSConfirm NOT = 'y'
                   EXIT PARAGRAPH
               END-IF
               PERFORM CheckRoutingNumber
               IF WSRoutingRem NOT = ZERO OR WSEntryRouting = ZERO
                   DISPLAY "Routing number fails the bank check "
                       "digit; nothing stored."
                   EXIT PARAGRAPH
               END-IF
               IF WSEntryAccount = SPACES
                   DISPLAY "Bank account is required."
                   EXIT PARAGRAPH
               END-IF
               IF NOT WSEntryStatement AND NOT WSEntryPlan
                   DISPLAY "Basis must be S or P."
                   EXIT PARAGRAPH
               END-IF
               IF WSEntryPlan
                   MOVE WSAutoIDNum TO PlanIDNum
                   READ PlanFile
                       INVALID KEY
                           DISPLAY "No payment plan on file; use "
                               "basis S."
                           EXIT PARAGRAPH
                   END-READ
                   IF NOT PlanActive
                       DISPLAY "Payment plan is not active; use "
                           "basis S."
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               MOVE 'V' TO WSDateCalcOp
               CALL 'DateCalc' USING WSDateCalcOp WSEntryStart
                   WSDateCalcDate2 WSDateCalcDays WSDateCalcResult
                   WSDateCalcDow WSDateCalcValid
               IF WSDateCalcValid NOT = 'Y'
                   DISPLAY "Start date fails the calendar."
                   EXIT PARAGRAPH
               END-IF
               IF WSEntryStop NOT = ZERO
                   CALL 'DateCalc' USING WSDateCalcOp WSEntryStop
                       WSDateCalcDate2 WSDateCalcDays
                       WSDateCalcResult WSDateCalcDow
                       WSDateCalcValid
                   IF WSDateCalcValid NOT = 'Y'
                       OR WSEntryStop < WSEntryStart
                       DISPLAY "Stop date fails the calendar or "
                           "falls before the start."
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               IF NOT WSAutoOnFile
                   MOVE ZERO TO AutoLastRequest
                   MOVE ZERO TO AutoLastSettle
               END-IF
               MOVE WSAutoIDNum TO AutoIDNum
               MOVE WSEntryRouting TO AutoRouting
               MOVE WSEntryAccount TO AutoAccount
               IF WSEntryPlan
                   MOVE 'P' TO AutoBasis
               ELSE
                   MOVE 'S' TO AutoBasis
               END-IF
               MOVE WSEntryStart TO AutoStartDate
               MOVE WSEntryStop TO AutoStopDate
               MOVE WSOperatorId TO AutoOperator
               MOVE FUNCTION CURRENT-DATE(1:14) TO AutoStamp
               IF WSAutoOnFile
                   REWRITE AutoPayRecord
                   DISPLAY "Autopay changed for " WSAutoIDNum
               ELSE
                   WRITE AutoPayRecord
                   DISPLAY "Autopay enrolled for " WSAutoIDNum
               END-IF.

           StopEnrollment.
               DISPLAY s-plg-autoid
               ACCEPT s-plg-autoid
               PERFORM ReadAutoRecord
               IF NOT WSAutoOnFile
                   DISPLAY "No autopay on file for " WSAutoIDNum
                   EXIT PARAGRAPH
               END-IF
               PERFORM ShowAutoRecord
               MOVE WSRunDate TO WSEntryStop
               DISPLAY s-plg-autostop
               ACCEPT s-plg-autostop
               IF WSConfirm NOT = 'Y' AND WSConfirm NOT = 'y'
                   EXIT PARAGRAPH
               END-IF
               MOVE 'V' TO WSDateCalcOp
               CALL 'DateCalc' USING WSDateCalcOp WSEntryStop
                   WSDateCalcDate2 WSDateCalcDays WSDateCalcResult
                   WSDateCalcDow WSDateCalcValid
               IF WSDateCalcValid NOT = 'Y'
                   DISPLAY "Stop date fails the calendar."
                   EXIT PARAGRAPH
               END-IF
               MOVE WSEntryStop TO AutoStopDate
               MOVE WSOperatorId TO AutoOperator
               MOVE FUNCTION CURRENT-DATE(1:14) TO AutoStamp
               REWRITE AutoPayRecord
               DISPLAY "Autopay for " WSAutoIDNum " stops "
                   WSEntryStop.

           ViewEnrollment.
               DISPLAY s-plg-autoid
               ACCEPT s-plg-autoid
               PERFORM ReadAutoRecord
               IF NOT WSAutoOnFile
                   DISPLAY "No autopay on file for " WSAutoIDNum
                   EXIT PARAGRAPH
               END-IF
               PERFORM ShowAutoRecord.

           GetAutoCustomer.
               MOVE 'N' TO WSCustOKFlag
               DISPLAY s-plg-autoid
               ACCEPT s-plg-autoid
               MOVE WSAutoIDNum TO WSCheckIDNum
               CALL 'CheckDigit' USING 'V' WSCheckIDBase
                   WSCheckIDDigit WSCheckDigitValid
               IF NOT WSCheckDigitOK
                   DISPLAY "Check digit does not verify."
                   EXIT PARAGRAPH
               END-IF
               MOVE WSAutoIDNum TO IDNum OF CustomerData
               READ CustomerFile
                   INVALID KEY
                       DISPLAY "Customer " WSAutoIDNum
                           " not on file."
                       EXIT PARAGRAPH
               END-READ
               IF NOT CustActive
                   DISPLAY "Customer " WSAutoIDNum
                       " is not active."
                   EXIT PARAGRAPH
               END-IF
               MOVE 'Y' TO WSCustOKFlag.

           CheckRoutingNumber.
               MOVE ZERO TO WSRoutingSum
               PERFORM VARYING WSRoutingIdx FROM 1 BY 1
                       UNTIL WSRoutingIdx > 9
                   COMPUTE WSRoutingSum = WSRoutingSum
                       + WSRoutingDigit(WSRoutingIdx)
                       * RoutingWeight(WSRoutingIdx)
               END-PERFORM
               DIVIDE WSRoutingSum BY 10 GIVING WSRoutingQuot
                   REMAINDER WSRoutingRem.

           ReadAutoRecord.
               MOVE 'N' TO WSAutoFoundFlag
               MOVE WSAutoIDNum TO AutoIDNum
               READ AutoPayFile
                   INVALID KEY
                       EXIT PARAGRAPH
               END-READ
               MOVE 'Y' TO WSAutoFoundFlag.

           ShowAutoRecord.
               DISPLAY "Autopay for " AutoIDNum
                   ": routing " AutoRouting
                   " account " AutoAccount
                   " basis " AutoBasis
               DISPLAY "  start " AutoStartDate
                   " stop " AutoStopDate
                   " last request " AutoLastRequest
                   " last settled " AutoLastSettle
                   ", by " AutoOperator.

      *|==============================================================|
