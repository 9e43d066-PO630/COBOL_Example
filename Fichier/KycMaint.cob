      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. KycMaint.

      *|==============================================================|
      *    KycMaint is the identity-verification screen hung off
      *    CustMenu: when a customer's identification is seen, the
      *    document type, its number, the issuing country, its expiry
      *    and the result go on the indexed verification file
      *    (CUSTKYC, default KycFile.dat, KycRec.cpy layout), stamped
      *    with the business date and the operator who saw it. The
      *    number is masked through PiiMask before it is written --
      *    only the last four characters are ever kept -- so the file
      *    proves what was seen without becoming a store of document
      *    numbers.
      *
      *    Signed on through OperSignon; an inquiry-role operator may
      *    look but not change, the AutoPayMaint rule. A business
      *    registration document is accepted only for a business
      *    account. A verification is re-recorded, not deleted: the
      *    status change option marks a record pending or failed, so
      *    the last operator and stamp always say who touched it.
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT KycFile ASSIGN TO WSKycFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS KycIDNum
                   FILE STATUS IS WSKycFileStatus.

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

               FD KycFile.
                   COPY "KycRec.cpy".

               FD CustomerFile.
                   COPY "CustRec.cpy".

           WORKING-STORAGE SECTION.

               1 WSKycFileName PIC X(100).
               1 WSCustFileName PIC X(100).

               1 WSKycFileStatus PIC X(2).
                   88 WSKycFileOK VALUE '00'.
                   88 WSKycFileMissing VALUE '35'.

               1 WSFileStatus PIC X(2).
                   88 WSFileOK VALUE '00'.

               1 WSMenuChoice PIC X(1).
                   88 WSSetChoice VALUE '1'.
                   88 WSStatusChoice VALUE '2'.
                   88 WSViewChoice VALUE '3'.
                   88 WSExitChoice VALUE '0'.

               1 WSOperatorId PIC X(8).
               1 WSOperatorRole PIC X(1).
                   88 WSRoleInquiry VALUE 'I', 'P'.
               1 WSSignonValid PIC X(1).
                   88 WSSignonOK VALUE 'Y'.

               1 WSKycIDNum PIC 9(7).

               1 WSCheckIDNum PIC 9(7).
               1 WSCheckIDParts REDEFINES WSCheckIDNum.
                   2 WSCheckIDBase PIC 9(6).
                   2 WSCheckIDDigit PIC 9(1).
               1 WSCheckDigitValid PIC X(1).
                   88 WSCheckDigitOK VALUE 'Y'.

               1 WSEntryDocType PIC X(1).
               1 WSEntryDocNumber PIC X(30).
               1 WSEntryCountry PIC X(2).
               1 WSEntryExpiry PIC 9(8).
               1 WSEntryStatus PIC X(1).
                   88 WSEntryVerified VALUES 'V', 'v'.
                   88 WSEntryPending VALUES 'P', 'p'.
                   88 WSEntryFailed VALUES 'F', 'f'.

               1 WSConfirm PIC X(1).

               1 WSCustOKFlag PIC X(1).
                   88 WSCustomerOK VALUE 'Y'.

               1 WSKycFoundFlag PIC X(1).
                   88 WSKycOnFile VALUE 'Y'.

               1 WSBizDateParm PIC X(8).
               1 WSRunDate PIC 9(8).

               1 WSDateCalcOp PIC X(1).
               1 WSDateCalcDate2 PIC 9(8).
               1 WSDateCalcDays PIC S9(7).
               1 WSDateCalcResult PIC 9(8).
               1 WSDateCalcDow PIC 9(1).
               1 WSDateCalcValid PIC X(1).

               1 WSMaskFunction PIC X(1) VALUE 'D'.
               1 WSMaskValue PIC X(40).
               1 WSMaskFlag PIC X(1).

               1 WSCtyFunction PIC X(1) VALUE 'D'.
               1 WSCtyTable PIC X(12) VALUE "COUNTRY".
               1 WSCtyCode PIC X(3).
               1 WSCtyValid PIC X(1).
               1 WSCtyDesc PIC X(20).

               1 WSDocTypeName PIC X(22).
               1 WSStatusName PIC X(8).

      *|==============================================================|

       SCREEN SECTION.

           1 s-plg-kycmenu.
               2 BLANK SCREEN.
               2 LINE 2 COL 5 VALUE 'Identity Verification'.
               2 LINE 4 COL 5 VALUE '1. Record verification'.
               2 LINE 5 COL 5 VALUE '2. Change status'.
               2 LINE 6 COL 5 VALUE '3. View verification'.
               2 LINE 7 COL 5 VALUE '0. Exit'.
               2 LINE 9 COL 5 VALUE 'Selection : '.
               2 PIC X(1) TO WSMenuChoice REQUIRED.

           1 s-plg-kycid.
               2 LINE 11 COL 5 VALUE 'Customer Id (7 digits) : '.
               2 PIC 9(7) TO WSKycIDNum REQUIRED.

           1 s-plg-kycentry.
               2 LINE 13 COL 5 VALUE
                   'Document (P pass, D driving, N natl id,'.
               2 LINE 14 COL 5 VALUE
                   '  R residence, B business reg) : '.
               2 PIC X(1) TO WSEntryDocType REQUIRED.
               2 LINE 15 COL 5 VALUE 'Document number   : '.
               2 PIC X(30) TO WSEntryDocNumber REQUIRED.
               2 LINE 16 COL 5 VALUE 'Issuing country   : '.
               2 PIC X(2) TO WSEntryCountry REQUIRED.
               2 LINE 17 COL 5 VALUE 'Expiry (yyyymmdd, 0 = none) : '.
               2 PIC 9(8) TO WSEntryExpiry.
               2 LINE 18 COL 5 VALUE 'Result (V verified, P pending,'.
               2 LINE 19 COL 5 VALUE '  F failed) : '.
               2 PIC X(1) TO WSEntryStatus REQUIRED.
               2 LINE 21 COL 5 VALUE 'Store (Y/N)       : '.
               2 PIC X(1) TO WSConfirm REQUIRED.

           1 s-plg-kycstatus.
               2 LINE 13 COL 5 VALUE 'New status (V, P, F) : '.
               2 PIC X(1) TO WSEntryStatus REQUIRED.
               2 LINE 15 COL 5 VALUE 'Change status (Y/N) : '.
               2 PIC X(1) TO WSConfirm REQUIRED.

      *|==============================================================|

       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSKycFileName FROM ENVIRONMENT "CUSTKYC"
                   ON EXCEPTION
                       MOVE "KycFile.dat" TO WSKycFileName
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
               OPEN I-O KycFile
               IF WSKycFileMissing
                   OPEN OUTPUT KycFile
                   CLOSE KycFile
                   OPEN I-O KycFile
               END-IF
               OPEN INPUT CustomerFile
               PERFORM DisplayKycMenu
               PERFORM UNTIL WSExitChoice
                   EVALUATE TRUE
                       WHEN WSSetChoice
                           IF WSRoleInquiry
                               DISPLAY "Not authorized for updates."
                           ELSE
                               PERFORM SetVerification
                           END-IF
                       WHEN WSStatusChoice
                           IF WSRoleInquiry
                               DISPLAY "Not authorized for updates."
                           ELSE
                               PERFORM ChangeStatus
                           END-IF
                       WHEN WSViewChoice
                           PERFORM ViewVerification
                       WHEN OTHER
                           DISPLAY "Invalid selection"
                   END-EVALUATE
                   PERFORM DisplayKycMenu
               END-PERFORM
               CLOSE KycFile, CustomerFile
               GOBACK.

           DisplayKycMenu.
               DISPLAY s-plg-kycmenu
               ACCEPT s-plg-kycmenu.

      *|==============================================================|
      *    SetVerification records what was seen. Every field is
      *    proved first; the number is masked before it leaves
      *    working storage, and the entry field is cleared after.
      *|==============================================================|

           SetVerification.
               PERFORM GetKycCustomer
               IF NOT WSCustomerOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM ReadKycRecord
               IF WSKycOnFile
                   PERFORM ShowKycRecord
               END-IF
               MOVE ZERO TO WSEntryExpiry
               MOVE SPACES TO WSEntryDocNumber
               DISPLAY s-plg-kycentry
               ACCEPT s-plg-kycentry
               IF WSConfirm NOT = 'Y' AND WSConfirm NOT = 'y'
                   MOVE SPACES TO WSEntryDocNumber
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION UPPER-CASE(WSEntryDocType)
                   TO WSEntryDocType
               MOVE WSEntryDocType TO KycDocType
               IF NOT KycDocTypeValid
                   DISPLAY "Document type must be P, D, N, R or B."
                   PERFORM ClearEntry
                   EXIT PARAGRAPH
               END-IF
               IF KycBusinessReg AND NOT CustBusiness
                   DISPLAY "A business registration verifies a "
                       "business account only."
                   PERFORM ClearEntry
                   EXIT PARAGRAPH
               END-IF
               IF WSEntryDocNumber = SPACES
                   DISPLAY "Document number is required."
                   PERFORM ClearEntry
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION UPPER-CASE(WSEntryCountry)
                   TO WSEntryCountry
               IF WSEntryCountry IS NOT ALPHABETIC
                   OR WSEntryCountry(1:1) = SPACE
                   OR WSEntryCountry(2:1) = SPACE
                   DISPLAY "Issuing country must be a two-letter "
                       "code."
                   PERFORM ClearEntry
                   EXIT PARAGRAPH
               END-IF
               IF WSEntryExpiry NOT = ZERO
                   MOVE 'V' TO WSDateCalcOp
                   CALL 'DateCalc' USING WSDateCalcOp WSEntryExpiry
                       WSDateCalcDate2 WSDateCalcDays
                       WSDateCalcResult WSDateCalcDow
                       WSDateCalcValid
                   IF WSDateCalcValid NOT = 'Y'
                       DISPLAY "Expiry date fails the calendar."
                       PERFORM ClearEntry
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               IF NOT WSEntryVerified AND NOT WSEntryPending
                   AND NOT WSEntryFailed
                   DISPLAY "Result must be V, P or F."
                   PERFORM ClearEntry
                   EXIT PARAGRAPH
               END-IF
      *    An expired document cannot verify anybody.
               IF WSEntryVerified AND WSEntryExpiry NOT = ZERO
                   AND WSEntryExpiry < WSRunDate
                   DISPLAY "Document expired " WSEntryExpiry
                       "; it cannot verify the customer."
                   PERFORM ClearEntry
                   EXIT PARAGRAPH
               END-IF
               MOVE WSEntryDocNumber TO WSMaskValue
               MOVE 'D' TO WSMaskFunction
               CALL 'PiiMask' USING WSMaskFunction WSMaskValue
                   WSMaskFlag
               MOVE SPACES TO WSEntryDocNumber
               MOVE WSKycIDNum TO KycIDNum
               MOVE WSMaskValue TO KycDocNumber
               MOVE WSEntryCountry TO KycIssueCountry
               MOVE WSEntryExpiry TO KycExpiryDate
               MOVE WSRunDate TO KycVerifyDate
               MOVE WSOperatorId TO KycOperator
               MOVE FUNCTION UPPER-CASE(WSEntryStatus) TO KycStatus
               MOVE FUNCTION CURRENT-DATE(1:14) TO KycStamp
               IF WSKycOnFile
                   REWRITE KycRecord
                   DISPLAY "Verification re-recorded for "
                       WSKycIDNum
               ELSE
                   WRITE KycRecord
                   DISPLAY "Verification recorded for " WSKycIDNum
               END-IF
               PERFORM ShowKycRecord.

           ClearEntry.
               MOVE SPACES TO WSEntryDocNumber.

           ChangeStatus.
               DISPLAY s-plg-kycid
               ACCEPT s-plg-kycid
               PERFORM ReadKycRecord
               IF NOT WSKycOnFile
                   DISPLAY "No verification on file for " WSKycIDNum
                   EXIT PARAGRAPH
               END-IF
               PERFORM ShowKycRecord
               DISPLAY s-plg-kycstatus
               ACCEPT s-plg-kycstatus
               IF WSConfirm NOT = 'Y' AND WSConfirm NOT = 'y'
                   EXIT PARAGRAPH
               END-IF
               IF NOT WSEntryVerified AND NOT WSEntryPending
                   AND NOT WSEntryFailed
                   DISPLAY "Status must be V, P or F."
                   EXIT PARAGRAPH
               END-IF
               IF WSEntryVerified AND KycExpiryDate NOT = ZERO
                   AND KycExpiryDate < WSRunDate
                   DISPLAY "Document on file expired " KycExpiryDate
                       "; record a new document instead."
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION UPPER-CASE(WSEntryStatus) TO KycStatus
               IF KycVerified
                   MOVE WSRunDate TO KycVerifyDate
               END-IF
               MOVE WSOperatorId TO KycOperator
               MOVE FUNCTION CURRENT-DATE(1:14) TO KycStamp
               REWRITE KycRecord
               DISPLAY "Status changed for " WSKycIDNum.

           ViewVerification.
               DISPLAY s-plg-kycid
               ACCEPT s-plg-kycid
               PERFORM ReadKycRecord
               IF NOT WSKycOnFile
                   DISPLAY "No verification on file for " WSKycIDNum
                   EXIT PARAGRAPH
               END-IF
               PERFORM ShowKycRecord.

           GetKycCustomer.
               MOVE 'N' TO WSCustOKFlag
               DISPLAY s-plg-kycid
               ACCEPT s-plg-kycid
               MOVE WSKycIDNum TO WSCheckIDNum
               CALL 'CheckDigit' USING 'V' WSCheckIDBase
                   WSCheckIDDigit WSCheckDigitValid
               IF NOT WSCheckDigitOK
                   DISPLAY "Check digit does not verify."
                   EXIT PARAGRAPH
               END-IF
               MOVE WSKycIDNum TO IDNum OF CustomerData
               READ CustomerFile
                   INVALID KEY
                       DISPLAY "Customer " WSKycIDNum
                           " not on file."
                       EXIT PARAGRAPH
               END-READ
               IF CustClosed
                   DISPLAY "Customer " WSKycIDNum " is closed."
                   EXIT PARAGRAPH
               END-IF
               MOVE 'Y' TO WSCustOKFlag.

           ReadKycRecord.
               MOVE 'N' TO WSKycFoundFlag
               MOVE WSKycIDNum TO KycIDNum
               READ KycFile
                   INVALID KEY
                       EXIT PARAGRAPH
               END-READ
               MOVE 'Y' TO WSKycFoundFlag.

           ShowKycRecord.
               EVALUATE TRUE
                   WHEN KycPassport
                       MOVE "passport" TO WSDocTypeName
                   WHEN KycDriving
                       MOVE "driving licence" TO WSDocTypeName
                   WHEN KycNationalId
                       MOVE "national id card" TO WSDocTypeName
                   WHEN KycResidence
                       MOVE "residence permit" TO WSDocTypeName
                   WHEN KycBusinessReg
                       MOVE "business registration"
                           TO WSDocTypeName
                   WHEN OTHER
                       MOVE KycDocType TO WSDocTypeName
               END-EVALUATE
               EVALUATE TRUE
                   WHEN KycVerified
                       MOVE "verified" TO WSStatusName
                   WHEN KycPending
                       MOVE "pending" TO WSStatusName
                   WHEN KycFailed
                       MOVE "failed" TO WSStatusName
                   WHEN OTHER
                       MOVE KycStatus TO WSStatusName
               END-EVALUATE
               MOVE SPACES TO WSCtyCode
               MOVE KycIssueCountry TO WSCtyCode(1:2)
               CALL 'CodeLookup' USING WSCtyFunction WSCtyTable
                   WSCtyCode WSCtyValid WSCtyDesc
               DISPLAY "Verification for " KycIDNum ": "
                   WSStatusName " " KycVerifyDate " by " KycOperator
               DISPLAY "  " WSDocTypeName " " KycDocNumber
                   " issued " KycIssueCountry " " WSCtyDesc
               IF KycExpiryDate = ZERO
                   DISPLAY "  no expiry"
               ELSE
                   DISPLAY "  expires " KycExpiryDate
               END-IF.

      *|==============================================================|
