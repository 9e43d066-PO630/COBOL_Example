      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HierMaint.

      *|==============================================================|
      *    HierMaint is the customer-hierarchy screen hung off
      *    CustMenu: it links a subsidiary business account to its
      *    parent (head office) account on the indexed hierarchy
      *    file (CUSTHIER, default Hierarchy.dat, HierRec.cpy
      *    layout), unlinks it again, and lists a group.
      *
      *    Every link is proved before it is written, so the file
      *    can never hold a loop or a tangle:
      *      - both accounts are business accounts on the master,
      *        neither closed, and they are not the same account;
      *      - the subsidiary is not already linked elsewhere (one
      *        parent per subsidiary -- the record key sees to it,
      *        but the operator is told which parent holds it);
      *      - the subsidiary has no subsidiaries of its own, and
      *        the parent is not itself a subsidiary: one level
      *        only, so a group is always a head office and its
      *        branches.
      *    Unlinking deletes the link; the accounts themselves are
      *    untouched.
      *
      *    Signed on through OperSignon; an inquiry-role operator
      *    may list groups but not link or unlink.
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT HierFile ASSIGN TO WSHierFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS HierChildId
                   ALTERNATE RECORD KEY IS HierParentId
                       WITH DUPLICATES
                   FILE STATUS IS WSHierFileStatus.

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

               FD HierFile.
                   COPY "HierRec.cpy".

               FD CustomerFile.
                   COPY "CustRec.cpy".

           WORKING-STORAGE SECTION.

               1 WSHierFileName PIC X(100).
               1 WSCustFileName PIC X(100).

               1 WSHierFileStatus PIC X(2).
                   88 WSHierFileOK VALUE '00'.
                   88 WSHierFileMissing VALUE '35'.

               1 WSFileStatus PIC X(2).
                   88 WSFileOK VALUE '00'.

               1 WSScanEOF PIC X(1).
                   88 WSScanAtEOF VALUE 'Y'.

               1 WSMenuChoice PIC X(1).
                   88 WSLinkChoice VALUE '1'.
                   88 WSUnlinkChoice VALUE '2'.
                   88 WSListChoice VALUE '3'.
                   88 WSExitChoice VALUE '0'.

               1 WSOperatorId PIC X(8).
               1 WSOperatorRole PIC X(1).
                   88 WSRoleInquiry VALUE 'I', 'P'.
               1 WSSignonValid PIC X(1).
                   88 WSSignonOK VALUE 'Y'.

               1 WSChildId PIC 9(7).
               1 WSParentId PIC 9(7).

      *    The account being proved, and what the proof found.
               1 WSProveId PIC 9(7).
               1 WSCustOKFlag PIC X(1).
                   88 WSCustomerOK VALUE 'Y'.
               1 WSProveName PIC X(30).

               1 WSCheckIDNum PIC 9(7).
               1 WSCheckIDParts REDEFINES WSCheckIDNum.
                   2 WSCheckIDBase PIC 9(6).
                   2 WSCheckIDDigit PIC 9(1).
               1 WSCheckDigitValid PIC X(1).
                   88 WSCheckDigitOK VALUE 'Y'.

               1 WSHasChildFlag PIC X(1).
                   88 WSHasChildren VALUE 'Y'.

               1 WSMemberCount PIC 9(4).

               1 WSConfirm PIC X(1).

               1 WSBizDateParm PIC X(8).
               1 WSRunDate PIC 9(8).

      *|==============================================================|

       SCREEN SECTION.

           1 s-plg-hiermenu.
               2 BLANK SCREEN.
               2 LINE 2 COL 5 VALUE 'Customer Hierarchy'.
               2 LINE 4 COL 5 VALUE '1. Link a subsidiary to a parent'.
               2 LINE 5 COL 5 VALUE '2. Unlink a subsidiary'.
               2 LINE 6 COL 5 VALUE '3. List a group'.
               2 LINE 7 COL 5 VALUE '0. Exit'.
               2 LINE 9 COL 5 VALUE 'Selection : '.
               2 PIC X(1) TO WSMenuChoice REQUIRED.

           1 s-plg-hierchild.
               2 LINE 11 COL 5 VALUE 'Subsidiary Id (7 digits) : '.
               2 PIC 9(7) TO WSChildId REQUIRED.

           1 s-plg-hierparent.
               2 LINE 12 COL 5 VALUE 'Parent Id (7 digits)     : '.
               2 PIC 9(7) TO WSParentId REQUIRED.

           1 s-plg-hierconfirm.
               2 LINE 14 COL 5 VALUE 'Confirm (Y/N) : '.
               2 PIC X(1) TO WSConfirm REQUIRED.

      *|==============================================================|

       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSHierFileName FROM ENVIRONMENT "CUSTHIER"
                   ON EXCEPTION
                       MOVE "Hierarchy.dat" TO WSHierFileName
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
               OPEN I-O HierFile
               IF WSHierFileMissing
                   OPEN OUTPUT HierFile
                   CLOSE HierFile
                   OPEN I-O HierFile
               END-IF
               OPEN INPUT CustomerFile
               PERFORM DisplayHierMenu
               PERFORM UNTIL WSExitChoice
                   EVALUATE TRUE
                       WHEN WSLinkChoice
                           IF WSRoleInquiry
                               DISPLAY "Not authorized for updates."
                           ELSE
                               PERFORM LinkSubsidiary
                           END-IF
                       WHEN WSUnlinkChoice
                           IF WSRoleInquiry
                               DISPLAY "Not authorized for updates."
                           ELSE
                               PERFORM UnlinkSubsidiary
                           END-IF
                       WHEN WSListChoice
                           PERFORM ListGroup
                       WHEN OTHER
                           DISPLAY "Invalid selection"
                   END-EVALUATE
                   PERFORM DisplayHierMenu
               END-PERFORM
               CLOSE HierFile, CustomerFile
               GOBACK.

           DisplayHierMenu.
               DISPLAY s-plg-hiermenu
               ACCEPT s-plg-hiermenu.

      *|==============================================================|
      *    LinkSubsidiary proves both accounts and the one-level
      *    rule, shows what is about to be linked, and writes it.
      *|==============================================================|

           LinkSubsidiary.
               DISPLAY s-plg-hierchild
               ACCEPT s-plg-hierchild
               DISPLAY s-plg-hierparent
               ACCEPT s-plg-hierparent
               IF WSChildId = WSParentId
                   DISPLAY "An account cannot be its own parent."
                   EXIT PARAGRAPH
               END-IF
               MOVE WSParentId TO WSProveId
               PERFORM ProveBusinessAccount
               IF NOT WSCustomerOK
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Parent     : " WSParentId " " WSProveName
               MOVE WSChildId TO WSProveId
               PERFORM ProveBusinessAccount
               IF NOT WSCustomerOK
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Subsidiary : " WSChildId " " WSProveName
               MOVE WSChildId TO HierChildId
               READ HierFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY "Account " WSChildId
                           " is already a subsidiary of "
                           HierParentId "; unlink it first."
                       EXIT PARAGRAPH
               END-READ
               MOVE WSChildId TO WSProveId
               PERFORM CheckHasChildren
               IF WSHasChildren
                   DISPLAY "Account " WSChildId " has subsidiaries "
                       "of its own; a group is one level deep."
                   EXIT PARAGRAPH
               END-IF
               MOVE WSParentId TO HierChildId
               READ HierFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY "Account " WSParentId
                           " is itself a subsidiary of "
                           HierParentId "; link to " HierParentId
                           " instead."
                       EXIT PARAGRAPH
               END-READ
               DISPLAY s-plg-hierconfirm
               ACCEPT s-plg-hierconfirm
               IF WSConfirm NOT = 'Y' AND WSConfirm NOT = 'y'
                   EXIT PARAGRAPH
               END-IF
               MOVE WSChildId TO HierChildId
               MOVE WSParentId TO HierParentId
               MOVE WSRunDate TO HierLinkDate
               MOVE WSOperatorId TO HierOperator
               MOVE FUNCTION CURRENT-DATE(1:14) TO HierStamp
               WRITE HierRecord
                   INVALID KEY
                       DISPLAY "Hierarchy file write failed: "
                           WSHierFileStatus
                       EXIT PARAGRAPH
               END-WRITE
               DISPLAY "Account " WSChildId " linked under "
                   WSParentId ".".

           UnlinkSubsidiary.
               DISPLAY s-plg-hierchild
               ACCEPT s-plg-hierchild
               MOVE WSChildId TO HierChildId
               READ HierFile
                   INVALID KEY
                       DISPLAY "Account " WSChildId
                           " is not linked to a parent."
                       EXIT PARAGRAPH
               END-READ
               DISPLAY "Account " WSChildId " is a subsidiary of "
                   HierParentId ", linked " HierLinkDate " by "
                   HierOperator
               DISPLAY s-plg-hierconfirm
               ACCEPT s-plg-hierconfirm
               IF WSConfirm NOT = 'Y' AND WSConfirm NOT = 'y'
                   EXIT PARAGRAPH
               END-IF
               DELETE HierFile RECORD
                   INVALID KEY
                       DISPLAY "Hierarchy file delete failed: "
                           WSHierFileStatus
                       EXIT PARAGRAPH
               END-DELETE
               DISPLAY "Account " WSChildId " unlinked.".

      *|==============================================================|
      *    ListGroup takes either end of a link: a subsidiary's Id
      *    lists its parent's whole group.
      *|==============================================================|

           ListGroup.
               DISPLAY s-plg-hierparent
               ACCEPT s-plg-hierparent
               MOVE WSParentId TO HierChildId
               READ HierFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY "Account " WSParentId
                           " is a subsidiary; its group is "
                           HierParentId ":"
                       MOVE HierParentId TO WSParentId
               END-READ
               MOVE WSParentId TO WSProveId
               PERFORM ReadProveName
               DISPLAY "Parent " WSParentId " " WSProveName
               MOVE ZERO TO WSMemberCount
               MOVE WSParentId TO HierParentId
               MOVE 'N' TO WSScanEOF
               START HierFile KEY IS = HierParentId
                   INVALID KEY
                       SET WSScanAtEOF TO TRUE
               END-START
               PERFORM UNTIL WSScanAtEOF
                   READ HierFile NEXT RECORD
                       AT END SET WSScanAtEOF TO TRUE
                       NOT AT END
                           IF HierParentId NOT = WSParentId
                               SET WSScanAtEOF TO TRUE
                           ELSE
                               ADD 1 TO WSMemberCount
                               MOVE HierChildId TO WSProveId
                               PERFORM ReadProveName
                               DISPLAY "  subsidiary " HierChildId
                                   " " WSProveName " linked "
                                   HierLinkDate
                           END-IF
                   END-READ
               END-PERFORM
               IF WSMemberCount = ZERO
                   DISPLAY "  (no subsidiaries linked)"
               ELSE
                   DISPLAY "  subsidiaries: " WSMemberCount
               END-IF.

      *|==============================================================|
      *    ProveBusinessAccount: check digit, on the master, a
      *    business account, and not closed.
      *|==============================================================|

           ProveBusinessAccount.
               MOVE 'N' TO WSCustOKFlag
               MOVE WSProveId TO WSCheckIDNum
               CALL 'CheckDigit' USING 'V' WSCheckIDBase
                   WSCheckIDDigit WSCheckDigitValid
               IF NOT WSCheckDigitOK
                   DISPLAY "Check digit does not verify for "
                       WSProveId "."
                   EXIT PARAGRAPH
               END-IF
               MOVE WSProveId TO IDNum OF CustomerData
               READ CustomerFile
                   INVALID KEY
                       DISPLAY "Customer " WSProveId
                           " not on file."
                       EXIT PARAGRAPH
               END-READ
               IF NOT CustBusiness
                   DISPLAY "Customer " WSProveId " is not a "
                       "business account."
                   EXIT PARAGRAPH
               END-IF
               IF CustClosed
                   DISPLAY "Customer " WSProveId " is closed."
                   EXIT PARAGRAPH
               END-IF
               MOVE CustCompanyName TO WSProveName
               MOVE 'Y' TO WSCustOKFlag.

           ReadProveName.
               MOVE SPACES TO WSProveName
               MOVE WSProveId TO IDNum OF CustomerData
               READ CustomerFile
                   INVALID KEY
                       MOVE "(not on master)" TO WSProveName
                       EXIT PARAGRAPH
               END-READ
               MOVE CustCompanyName TO WSProveName.

           CheckHasChildren.
               MOVE 'N' TO WSHasChildFlag
               MOVE WSProveId TO HierParentId
               START HierFile KEY IS = HierParentId
                   INVALID KEY
                       EXIT PARAGRAPH
               END-START
               MOVE 'Y' TO WSHasChildFlag.

      *|==============================================================|
