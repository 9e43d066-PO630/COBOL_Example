      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LegalMaint.

      *|==============================================================|
      *    LegalMaint is the legal-hold screen hung off CustMenu:
      *    when a customer files bankruptcy, dies, or takes the
      *    company to court, the hold goes on the indexed legal-hold
      *    file (CUSTLEGAL, default LegalHold.dat, LegalRec.cpy
      *    layout) with its type, effective date, and case
      *    reference, and every run that would dun, charge, collect,
      *    mail, or purge the account stops at it through LegalCheck.
      *
      *    A hold is released by keying a release date, never by
      *    deleting the record, so the file keeps what stood when.
      *    The exposure is legal, so the screen is supervisor-only,
      *    the LimitMaint rule; a blank role counts as supervisor as
      *    everywhere else.
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT LegalHoldFile ASSIGN TO WSLegalFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS LegalIDNum
                   FILE STATUS IS WSLegalFileStatus.

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

               FD LegalHoldFile.
                   COPY "LegalRec.cpy".

               FD CustomerFile.
                   COPY "CustRec.cpy".

           WORKING-STORAGE SECTION.

               1 WSLegalFileName PIC X(100).
               1 WSCustFileName PIC X(100).

               1 WSLegalFileStatus PIC X(2).
                   88 WSLegalFileOK VALUE '00'.
                   88 WSLegalFileMissing VALUE '35'.

               1 WSFileStatus PIC X(2).
                   88 WSFileOK VALUE '00'.

               1 WSMenuChoice PIC X(1).
                   88 WSSetChoice VALUE '1'.
                   88 WSReleaseChoice VALUE '2'.
                   88 WSViewChoice VALUE '3'.
                   88 WSExitChoice VALUE '0'.

               1 WSOperatorId PIC X(8).
               1 WSOperatorRole PIC X(1).
                   88 WSRoleSupervisor VALUE 'S', ' '.
               1 WSSignonValid PIC X(1).
                   88 WSSignonOK VALUE 'Y'.

               1 WSLegalIDNum PIC 9(7).

               1 WSCheckIDNum PIC 9(7).
               1 WSCheckIDParts REDEFINES WSCheckIDNum.
                   2 WSCheckIDBase PIC 9(6).
                   2 WSCheckIDDigit PIC 9(1).
               1 WSCheckDigitValid PIC X(1).
                   88 WSCheckDigitOK VALUE 'Y'.

               1 WSEntryType PIC X(1).
                   88 WSEntryTypeKnown VALUES 'B', 'D', 'L'.
               1 WSEntryEffDate PIC 9(8).
               1 WSEntryCaseRef PIC X(20).
               1 WSEntryRelDate PIC 9(8).

               1 WSConfirm PIC X(1).

               1 WSCustOKFlag PIC X(1).
                   88 WSCustomerOK VALUE 'Y'.

               1 WSLegalFoundFlag PIC X(1).
                   88 WSLegalOnFile VALUE 'Y'.

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

           1 s-plg-legalmenu.
               2 BLANK SCREEN.
               2 LINE 2 COL 5 VALUE 'Legal Holds'.
               2 LINE 4 COL 5 VALUE '1. Place or change a hold'.
               2 LINE 5 COL 5 VALUE '2. Release a hold'.
               2 LINE 6 COL 5 VALUE '3. View a hold'.
               2 LINE 7 COL 5 VALUE '0. Exit'.
               2 LINE 9 COL 5 VALUE 'Selection : '.
               2 PIC X(1) TO WSMenuChoice REQUIRED.

           1 s-plg-legalid.
               2 LINE 11 COL 5 VALUE 'Customer Id (7 digits) : '.
               2 PIC 9(7) TO WSLegalIDNum REQUIRED.

           1 s-plg-legalentry.
               2 LINE 13 COL 5
                   VALUE 'Type (B bankrupt, D deceased, L suit) : '.
               2 PIC X(1) TO WSEntryType REQUIRED.
               2 LINE 14 COL 5 VALUE 'Effective (yyyymmdd) : '.
               2 PIC 9(8) TO WSEntryEffDate REQUIRED.
               2 LINE 15 COL 5 VALUE 'Case reference       : '.
               2 PIC X(20) TO WSEntryCaseRef REQUIRED.
               2 LINE 17 COL 5 VALUE 'Store this hold (Y/N) : '.
               2 PIC X(1) TO WSConfirm REQUIRED.

           1 s-plg-legalrelease.
               2 LINE 13 COL 5 VALUE 'Released (yyyymmdd)  : '.
               2 PIC 9(8) USING WSEntryRelDate REQUIRED.
               2 LINE 15 COL 5 VALUE 'Release this hold (Y/N) : '.
               2 PIC X(1) TO WSConfirm REQUIRED.

      *|==============================================================|

       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSLegalFileName FROM ENVIRONMENT "CUSTLEGAL"
                   ON EXCEPTION
                       MOVE "LegalHold.dat" TO WSLegalFileName
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
               IF NOT WSRoleSupervisor
                   DISPLAY "Legal holds are restricted to "
                       "supervisors."
                   GOBACK
               END-IF
               OPEN I-O LegalHoldFile
               IF WSLegalFileMissing
                   OPEN OUTPUT LegalHoldFile
                   CLOSE LegalHoldFile
                   OPEN I-O LegalHoldFile
               END-IF
               OPEN INPUT CustomerFile
               PERFORM DisplayLegalMenu
               PERFORM UNTIL WSExitChoice
                   EVALUATE TRUE
                       WHEN WSSetChoice
                           PERFORM SetLegalHold
                       WHEN WSReleaseChoice
                           PERFORM ReleaseLegalHold
                       WHEN WSViewChoice
                           PERFORM ViewLegalHold
                       WHEN OTHER
                           DISPLAY "Invalid selection"
                   END-EVALUATE
                   PERFORM DisplayLegalMenu
               END-PERFORM
               CLOSE LegalHoldFile, CustomerFile
               GOBACK.

           DisplayLegalMenu.
               DISPLAY s-plg-legalmenu
               ACCEPT s-plg-legalmenu.

      *|==============================================================|
      *    SetLegalHold places a hold, or changes one on file; a
      *    change clears any earlier release, since a hold keyed
      *    again stands again.
      *|==============================================================|

           SetLegalHold.
               PERFORM GetLegalCustomer
               IF NOT WSCustomerOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM ReadLegalRecord
               IF WSLegalOnFile
                   PERFORM ShowLegalRecord
               END-IF
               MOVE WSRunDate TO WSEntryEffDate
               DISPLAY s-plg-legalentry
               ACCEPT s-plg-legalentry
               IF WSConfirm NOT = 'Y' AND WSConfirm NOT = 'y'
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION UPPER-CASE(WSEntryType) TO WSEntryType
               IF NOT WSEntryTypeKnown
                   DISPLAY "Type must be B, D or L."
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
               MOVE WSLegalIDNum TO LegalIDNum
               MOVE WSEntryType TO LegalType
               MOVE WSEntryEffDate TO LegalEffDate
               MOVE WSEntryCaseRef TO LegalCaseRef
               MOVE ZERO TO LegalReleaseDate
               MOVE WSOperatorId TO LegalOperator
               MOVE FUNCTION CURRENT-DATE(1:14) TO LegalStamp
               IF WSLegalOnFile
                   REWRITE LegalHoldRecord
                   DISPLAY "Legal hold changed for " WSLegalIDNum
               ELSE
                   WRITE LegalHoldRecord
                   DISPLAY "Legal hold placed on " WSLegalIDNum
               END-IF.

           ReleaseLegalHold.
               DISPLAY s-plg-legalid
               ACCEPT s-plg-legalid
               PERFORM ReadLegalRecord
               IF NOT WSLegalOnFile
                   DISPLAY "No legal hold on file for " WSLegalIDNum
                   EXIT PARAGRAPH
               END-IF
               PERFORM ShowLegalRecord
               IF LegalReleaseDate NOT = ZERO
                   DISPLAY "That hold is already released."
                   EXIT PARAGRAPH
               END-IF
               MOVE WSRunDate TO WSEntryRelDate
               DISPLAY s-plg-legalrelease
               ACCEPT s-plg-legalrelease
               IF WSConfirm NOT = 'Y' AND WSConfirm NOT = 'y'
                   EXIT PARAGRAPH
               END-IF
               MOVE 'V' TO WSDateCalcOp
               CALL 'DateCalc' USING WSDateCalcOp WSEntryRelDate
                   WSDateCalcDate2 WSDateCalcDays WSDateCalcResult
                   WSDateCalcDow WSDateCalcValid
               IF WSDateCalcValid NOT = 'Y'
                   OR WSEntryRelDate < LegalEffDate
                   DISPLAY "Release date fails the calendar or "
                       "falls before the hold took effect."
                   EXIT PARAGRAPH
               END-IF
               MOVE WSEntryRelDate TO LegalReleaseDate
               MOVE WSOperatorId TO LegalOperator
               MOVE FUNCTION CURRENT-DATE(1:14) TO LegalStamp
               REWRITE LegalHoldRecord
               DISPLAY "Legal hold on " WSLegalIDNum " released "
                   WSEntryRelDate.

           ViewLegalHold.
               DISPLAY s-plg-legalid
               ACCEPT s-plg-legalid
               PERFORM ReadLegalRecord
               IF NOT WSLegalOnFile
                   DISPLAY "No legal hold on file for " WSLegalIDNum
                   EXIT PARAGRAPH
               END-IF
               PERFORM ShowLegalRecord.

           GetLegalCustomer.
               MOVE 'N' TO WSCustOKFlag
               DISPLAY s-plg-legalid
               ACCEPT s-plg-legalid
               MOVE WSLegalIDNum TO WSCheckIDNum
               CALL 'CheckDigit' USING 'V' WSCheckIDBase
                   WSCheckIDDigit WSCheckDigitValid
               IF NOT WSCheckDigitOK
                   DISPLAY "Check digit does not verify."
                   EXIT PARAGRAPH
               END-IF
               MOVE WSLegalIDNum TO IDNum OF CustomerData
               READ CustomerFile
                   INVALID KEY
                       DISPLAY "Customer " WSLegalIDNum
                           " not on file."
                       EXIT PARAGRAPH
               END-READ
               MOVE 'Y' TO WSCustOKFlag.

           ReadLegalRecord.
               MOVE 'N' TO WSLegalFoundFlag
               MOVE WSLegalIDNum TO LegalIDNum
               READ LegalHoldFile
                   INVALID KEY
                       EXIT PARAGRAPH
               END-READ
               MOVE 'Y' TO WSLegalFoundFlag.

           ShowLegalRecord.
               DISPLAY "Legal hold on " LegalIDNum ": type "
                   LegalType " effective " LegalEffDate
                   " case " LegalCaseRef
               DISPLAY "  released " LegalReleaseDate
                   ", last changed by " LegalOperator.

      *|==============================================================|
