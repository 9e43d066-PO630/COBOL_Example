      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AuthMaint.

      *|==============================================================|
      *    AuthMaint is the authorized-contact screen hung off
      *    CustMenu: the people besides the customer that the
      *    account may be discussed with -- a spouse, an accountant,
      *    a lawyer, a power of attorney, a business's named
      *    officers -- go on the indexed authorized-contact file
      *    (CUSTAUTHCON, default AuthContact.dat, AuthRec.cpy layout)
      *    with their relationship, their authority (inquiry only,
      *    or full), the dates the authority runs, and whether the
      *    signed authority is held on file. Contacts number up from
      *    1 per customer the way dispute cases do.
      *
      *    A contact is never deleted: an authority that ends is
      *    given an expiry date, so the record of who could be told
      *    what, and when, survives. Changing a contact covers the
      *    authority level, the expiry, and the document flag; a
      *    different person, or the same person in a different
      *    capacity, is a new contact. A company officer may only be
      *    named on a business account.
      *
      *    Signed on through OperSignon; an inquiry-role operator
      *    may list contacts but not add or change them.
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT AuthFile ASSIGN TO WSAuthFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AuthKey
                   FILE STATUS IS WSAuthFileStatus.

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

               FD AuthFile.
                   COPY "AuthRec.cpy".

               FD CustomerFile.
                   COPY "CustRec.cpy".

           WORKING-STORAGE SECTION.

               1 WSAuthFileName PIC X(100).
               1 WSCustFileName PIC X(100).

               1 WSAuthFileStatus PIC X(2).
                   88 WSAuthFileOK VALUE '00'.
                   88 WSAuthFileMissing VALUE '35'.

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

               1 WSAuthIDNum PIC 9(7).
               1 WSAuthSeq PIC 9(3).

               1 WSCheckIDNum PIC 9(7).
               1 WSCheckIDParts REDEFINES WSCheckIDNum.
                   2 WSCheckIDBase PIC 9(6).
                   2 WSCheckIDDigit PIC 9(1).
               1 WSCheckDigitValid PIC X(1).
                   88 WSCheckDigitOK VALUE 'Y'.

               1 WSCustOKFlag PIC X(1).
                   88 WSCustomerOK VALUE 'Y'.

               1 WSAuthFoundFlag PIC X(1).
                   88 WSAuthOnFile VALUE 'Y'.

               1 WSEntryName PIC X(30).
               1 WSEntryRelation PIC X(1).
               1 WSEntryLevel PIC X(1).
               1 WSEntryEffDate PIC 9(8).
               1 WSEntryExpiry PIC 9(8).
               1 WSEntryDoc PIC X(1).

               1 WSConfirm PIC X(1).

               1 WSNextSeq PIC 9(3).
               1 WSContactCount PIC 9(3).

               1 WSRelationName PIC X(17).
               1 WSLevelName PIC X(12).
               1 WSCurrentName PIC X(10).

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

           1 s-plg-authmenu.
               2 BLANK SCREEN.
               2 LINE 2 COL 5 VALUE 'Authorized Contacts'.
               2 LINE 4 COL 5 VALUE '1. Add a contact'.
               2 LINE 5 COL 5 VALUE '2. Change a contact'.
               2 LINE 6 COL 5 VALUE '3. List contacts for a customer'.
               2 LINE 7 COL 5 VALUE '0. Exit'.
               2 LINE 9 COL 5 VALUE 'Selection : '.
               2 PIC X(1) TO WSMenuChoice REQUIRED.

           1 s-plg-authid.
               2 LINE 11 COL 5 VALUE 'Customer Id (7 digits) : '.
               2 PIC 9(7) TO WSAuthIDNum REQUIRED.

           1 s-plg-authseq.
               2 LINE 12 COL 5 VALUE 'Contact number         : '.
               2 PIC 9(3) TO WSAuthSeq REQUIRED.

           1 s-plg-authentry.
               2 LINE 13 COL 5 VALUE 'Contact name      : '.
               2 PIC X(30) TO WSEntryName REQUIRED.
               2 LINE 14 COL 5 VALUE
                   'Relationship (S spouse, F family, A accountant,'.
               2 LINE 15 COL 5 VALUE
                   '  L lawyer, P power of attorney, O officer,'.
               2 LINE 16 COL 5 VALUE '  T other) : '.
               2 PIC X(1) TO WSEntryRelation REQUIRED.
               2 LINE 17 COL 5 VALUE
                   'Authority (I inquiry only, F full) : '.
               2 PIC X(1) TO WSEntryLevel REQUIRED.
               2 LINE 18 COL 5 VALUE 'Effective (yyyymmdd) : '.
               2 PIC 9(8) USING WSEntryEffDate REQUIRED.
               2 LINE 19 COL 5 VALUE 'Expires (yyyymmdd, 0 = open) : '.
               2 PIC 9(8) USING WSEntryExpiry.
               2 LINE 20 COL 5 VALUE
                   'Signed authority on file (Y/N) : '.
               2 PIC X(1) TO WSEntryDoc REQUIRED.
               2 LINE 22 COL 5 VALUE 'Add this contact (Y/N) : '.
               2 PIC X(1) TO WSConfirm REQUIRED.

           1 s-plg-authchange.
               2 LINE 17 COL 5 VALUE
                   'Authority (I inquiry only, F full) : '.
               2 PIC X(1) USING WSEntryLevel REQUIRED.
               2 LINE 18 COL 5 VALUE
                   'Expires (yyyymmdd, 0 = open) : '.
               2 PIC 9(8) USING WSEntryExpiry.
               2 LINE 19 COL 5 VALUE
                   'Signed authority on file (Y/N) : '.
               2 PIC X(1) USING WSEntryDoc REQUIRED.
               2 LINE 21 COL 5 VALUE 'Change this contact (Y/N) : '.
               2 PIC X(1) TO WSConfirm REQUIRED.

      *|==============================================================|

       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSAuthFileName FROM ENVIRONMENT "CUSTAUTHCON"
                   ON EXCEPTION
                       MOVE "AuthContact.dat" TO WSAuthFileName
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
               OPEN I-O AuthFile
               IF WSAuthFileMissing
                   OPEN OUTPUT AuthFile
                   CLOSE AuthFile
                   OPEN I-O AuthFile
               END-IF
               OPEN INPUT CustomerFile
               PERFORM DisplayAuthMenu
               PERFORM UNTIL WSExitChoice
                   EVALUATE TRUE
                       WHEN WSAddChoice
                           IF WSRoleInquiry
                               DISPLAY "Not authorized for updates."
                           ELSE
                               PERFORM AddContact
                           END-IF
                       WHEN WSChangeChoice
                           IF WSRoleInquiry
                               DISPLAY "Not authorized for updates."
                           ELSE
                               PERFORM ChangeContact
                           END-IF
                       WHEN WSListChoice
                           PERFORM ListContacts
                       WHEN OTHER
                           DISPLAY "Invalid selection"
                   END-EVALUATE
                   PERFORM DisplayAuthMenu
               END-PERFORM
               CLOSE AuthFile, CustomerFile
               GOBACK.

           DisplayAuthMenu.
               DISPLAY s-plg-authmenu
               ACCEPT s-plg-authmenu.

      *|==============================================================|
      *    AddContact takes the next free contact number for the
      *    customer; the authority starts today unless keyed
      *    otherwise.
      *|==============================================================|

           AddContact.
               PERFORM GetAuthCustomer
               IF NOT WSCustomerOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM ScanCustomerContacts
               MOVE WSRunDate TO WSEntryEffDate
               MOVE ZERO TO WSEntryExpiry
               DISPLAY s-plg-authentry
               ACCEPT s-plg-authentry
               IF WSConfirm NOT = 'Y' AND WSConfirm NOT = 'y'
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION UPPER-CASE(WSEntryRelation)
                   TO WSEntryRelation
               MOVE FUNCTION UPPER-CASE(WSEntryLevel) TO WSEntryLevel
               MOVE FUNCTION UPPER-CASE(WSEntryDoc) TO WSEntryDoc
               IF WSEntryName = SPACES
                   DISPLAY "A contact needs a name."
                   EXIT PARAGRAPH
               END-IF
               MOVE WSEntryRelation TO AuthRelation
               IF NOT AuthRelationValid
                   DISPLAY "Relationship must be S, F, A, L, P, O "
                       "or T."
                   EXIT PARAGRAPH
               END-IF
               IF AuthOfficer AND NOT CustBusiness
                   DISPLAY "Company officers are named on business "
                       "accounts only."
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
               PERFORM ProveLevelExpiryDoc
               IF WSConfirm = 'N'
                   EXIT PARAGRAPH
               END-IF
               MOVE WSAuthIDNum TO AuthIDNum
               MOVE WSNextSeq TO AuthSeq
               MOVE WSEntryName TO AuthName
               MOVE WSEntryRelation TO AuthRelation
               MOVE WSEntryLevel TO AuthLevel
               MOVE WSEntryEffDate TO AuthEffDate
               MOVE WSEntryExpiry TO AuthExpiryDate
               MOVE WSEntryDoc TO AuthDocOnFile
               MOVE WSOperatorId TO AuthOperator
               MOVE FUNCTION CURRENT-DATE(1:14) TO AuthStamp
               WRITE AuthContactRecord
                   INVALID KEY
                       DISPLAY "Contact file write failed: "
                           WSAuthFileStatus
                       EXIT PARAGRAPH
               END-WRITE
               DISPLAY "Contact " WSNextSeq " added for "
                   WSAuthIDNum "."
               IF NOT AuthDocHeld
                   DISPLAY "No signed authority on file yet; the "
                       "monthly review will list it."
               END-IF.

      *|==============================================================|
      *    ChangeContact: the level, the expiry, and the document
      *    flag. Keying today's date as the expiry ends the
      *    authority after today.
      *|==============================================================|

           ChangeContact.
               DISPLAY s-plg-authid
               ACCEPT s-plg-authid
               DISPLAY s-plg-authseq
               ACCEPT s-plg-authseq
               PERFORM ReadAuthRecord
               IF NOT WSAuthOnFile
                   DISPLAY "No contact " WSAuthSeq " on file for "
                       WSAuthIDNum
                   EXIT PARAGRAPH
               END-IF
               PERFORM ShowAuthRecord
               MOVE AuthLevel TO WSEntryLevel
               MOVE AuthExpiryDate TO WSEntryExpiry
               MOVE AuthDocOnFile TO WSEntryDoc
               MOVE AuthEffDate TO WSEntryEffDate
               DISPLAY s-plg-authchange
               ACCEPT s-plg-authchange
               IF WSConfirm NOT = 'Y' AND WSConfirm NOT = 'y'
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION UPPER-CASE(WSEntryLevel) TO WSEntryLevel
               MOVE FUNCTION UPPER-CASE(WSEntryDoc) TO WSEntryDoc
               PERFORM ProveLevelExpiryDoc
               IF WSConfirm = 'N'
                   EXIT PARAGRAPH
               END-IF
               MOVE WSEntryLevel TO AuthLevel
               MOVE WSEntryExpiry TO AuthExpiryDate
               MOVE WSEntryDoc TO AuthDocOnFile
               MOVE WSOperatorId TO AuthOperator
               MOVE FUNCTION CURRENT-DATE(1:14) TO AuthStamp
               REWRITE AuthContactRecord
                   INVALID KEY
                       DISPLAY "Contact file rewrite failed: "
                           WSAuthFileStatus
                       EXIT PARAGRAPH
               END-REWRITE
               DISPLAY "Contact " WSAuthSeq " changed for "
                   WSAuthIDNum ".".

      *|==============================================================|
      *    ProveLevelExpiryDoc checks the fields the add and the
      *    change share; a failure leaves 'N' in WSConfirm.
      *|==============================================================|

           ProveLevelExpiryDoc.
               MOVE 'N' TO WSConfirm
               IF WSEntryLevel NOT = 'I' AND WSEntryLevel NOT = 'F'
                   DISPLAY "Authority must be I or F."
                   EXIT PARAGRAPH
               END-IF
               IF WSEntryDoc NOT = 'Y' AND WSEntryDoc NOT = 'N'
                   DISPLAY "Document on file must be Y or N."
                   EXIT PARAGRAPH
               END-IF
               IF WSEntryExpiry NOT = ZERO
                   MOVE 'V' TO WSDateCalcOp
                   CALL 'DateCalc' USING WSDateCalcOp WSEntryExpiry
                       WSDateCalcDate2 WSDateCalcDays
                       WSDateCalcResult WSDateCalcDow
                       WSDateCalcValid
                   IF WSDateCalcValid NOT = 'Y'
                       OR WSEntryExpiry < WSEntryEffDate
                       DISPLAY "Expiry fails the calendar or comes "
                           "before the effective date."
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               MOVE 'Y' TO WSConfirm.

           ListContacts.
               DISPLAY s-plg-authid
               ACCEPT s-plg-authid
               PERFORM ScanCustomerContacts
               IF WSContactCount = ZERO
                   DISPLAY "No authorized contacts on file for "
                       WSAuthIDNum
               ELSE
                   DISPLAY "Contacts listed: " WSContactCount
               END-IF.

           GetAuthCustomer.
               MOVE 'N' TO WSCustOKFlag
               DISPLAY s-plg-authid
               ACCEPT s-plg-authid
               MOVE WSAuthIDNum TO WSCheckIDNum
               CALL 'CheckDigit' USING 'V' WSCheckIDBase
                   WSCheckIDDigit WSCheckDigitValid
               IF NOT WSCheckDigitOK
                   DISPLAY "Check digit does not verify."
                   EXIT PARAGRAPH
               END-IF
               MOVE WSAuthIDNum TO IDNum OF CustomerData
               READ CustomerFile
                   INVALID KEY
                       DISPLAY "Customer " WSAuthIDNum
                           " not on file."
                       EXIT PARAGRAPH
               END-READ
               IF CustClosed
                   DISPLAY "Customer " WSAuthIDNum " is closed."
                   EXIT PARAGRAPH
               END-IF
               MOVE 'Y' TO WSCustOKFlag.

      *|==============================================================|
      *    ScanCustomerContacts walks the customer's contacts in key
      *    order, listing them when asked to, and leaves the next
      *    free contact number in WSNextSeq.
      *|==============================================================|

           ScanCustomerContacts.
               MOVE ZERO TO WSContactCount
               MOVE 1 TO WSNextSeq
               MOVE WSAuthIDNum TO AuthIDNum
               MOVE ZERO TO AuthSeq
               MOVE 'N' TO WSScanEOF
               START AuthFile KEY IS NOT LESS THAN AuthKey
                   INVALID KEY
                       EXIT PARAGRAPH
               END-START
               PERFORM UNTIL WSScanAtEOF
                   READ AuthFile NEXT RECORD
                       AT END SET WSScanAtEOF TO TRUE
                       NOT AT END
                           IF AuthIDNum NOT = WSAuthIDNum
                               SET WSScanAtEOF TO TRUE
                           ELSE
                               ADD 1 TO WSContactCount
                               COMPUTE WSNextSeq = AuthSeq + 1
                               IF WSListChoice
                                   PERFORM ShowAuthRecord
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.

           ReadAuthRecord.
               MOVE 'N' TO WSAuthFoundFlag
               MOVE WSAuthIDNum TO AuthIDNum
               MOVE WSAuthSeq TO AuthSeq
               READ AuthFile
                   INVALID KEY
                       EXIT PARAGRAPH
               END-READ
               MOVE 'Y' TO WSAuthFoundFlag.

           ShowAuthRecord.
               PERFORM NameRelationLevel
               DISPLAY "Contact " AuthSeq " " AuthName " "
                   WSRelationName
               DISPLAY "  " WSLevelName " from " AuthEffDate
                   " to " AuthExpiryDate "  document "
                   AuthDocOnFile "  " WSCurrentName
                   "  by " AuthOperator.

           NameRelationLevel.
               EVALUATE TRUE
                   WHEN AuthSpouse
                       MOVE "spouse/partner" TO WSRelationName
                   WHEN AuthFamily
                       MOVE "family" TO WSRelationName
                   WHEN AuthAccountant
                       MOVE "accountant" TO WSRelationName
                   WHEN AuthLawyer
                       MOVE "lawyer" TO WSRelationName
                   WHEN AuthPowerOfAtty
                       MOVE "power of attorney" TO WSRelationName
                   WHEN AuthOfficer
                       MOVE "company officer" TO WSRelationName
                   WHEN OTHER
                       MOVE "third party" TO WSRelationName
               END-EVALUATE
               IF AuthFull
                   MOVE "full" TO WSLevelName
               ELSE
                   MOVE "inquiry only" TO WSLevelName
               END-IF
               EVALUATE TRUE
                   WHEN AuthEffDate > WSRunDate
                       MOVE "not yet" TO WSCurrentName
                   WHEN AuthExpiryDate NOT = ZERO
                       AND AuthExpiryDate < WSRunDate
                       MOVE "expired" TO WSCurrentName
                   WHEN OTHER
                       MOVE "current" TO WSCurrentName
               END-EVALUATE.

      *|==============================================================|
