      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLMapMaint.

      *|==============================================================|
      *    GLMapMaint is the maintenance screen for the GL account-
      *    mapping table the nightly GLInterface step posts from
      *    (CUSTGLMAP, default GLMap.dat, GLMap.cpy layout): set or
      *    change the debit/credit account pair for a posting
      *    category, remove a category's line, or list the table.
      *    The table decides where the company's money lands in the
      *    ledger, so changing it is supervisor-only, the same rule
      *    LimitMaint applies to credit limits. The table is small
      *    and held whole while it is worked on -- the same load-
      *    then-save shape CodeTableMaint uses.
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT GLMapFile ASSIGN TO WSGLMapFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSGLMapStatus.

      *|==============================================================|

       DATA DIVISION.

           FILE SECTION.

               FD GLMapFile.
                   COPY "GLMap.cpy".

           WORKING-STORAGE SECTION.

               1 WSGLMapFileName PIC X(100).

               1 WSGLMapStatus PIC X(2).
                   88 WSGLMapOK VALUE '00'.

               1 WSEOF PIC X(1).
                   88 WSAtEOF VALUE 'Y'.

               1 WSMenuChoice PIC X(1).
                   88 WSSetChoice VALUE '1'.
                   88 WSRemoveChoice VALUE '2'.
                   88 WSListChoice VALUE '3'.
                   88 WSExitChoice VALUE '0'.

               1 WSOperatorId PIC X(8).
               1 WSOperatorRole PIC X(1).
                   88 WSRoleSupervisor VALUE 'S', ' '.
               1 WSSignonValid PIC X(1).
                   88 WSSignonOK VALUE 'Y'.

               1 WSEntryCategory PIC X(8).
               1 WSEntryDrAcct PIC X(10).
               1 WSEntryCrAcct PIC X(10).
               1 WSEntryDesc PIC X(30).

               1 WSConfirm PIC X(1).

      *    The categories GLInterface summarizes into; anything
      *    else keyed here would never be read.
               1 WSValidCategory PIC X(8).
                   88 WSCategoryKnown VALUES "DEBIT", "CREDIT",
                       "OVERRIDE", "REVDR", "REVCR", "ADJDR",
                       "ADJCR", "FEE", "INTEREST", "WRITEOFF",
                       "REFUND", "ESCHEAT", "TAX", "PROMO",
                       "DEPOSIT".

               1 WSTableCount PIC 9(3) VALUE ZERO.

               1 MaintTable.
                   2 MaintEntry OCCURS 100 TIMES PIC X(58).

               1 WSMaintIdx PIC 9(3) VALUE ZERO.

               1 WSFoundIdx PIC 9(3) VALUE ZERO.

               1 WSOverflowFlag PIC X(1) VALUE 'N'.
                   88 WSTableOverflow VALUE 'Y'.

      *|==============================================================|

       SCREEN SECTION.

           1 s-plg-glmenu.
               2 BLANK SCREEN.
               2 LINE 2 COL 5 VALUE 'GL Account Mapping Maintenance'.
               2 LINE 4 COL 5 VALUE '1. Set or change a mapping'.
               2 LINE 5 COL 5 VALUE '2. Remove a mapping'.
               2 LINE 6 COL 5 VALUE '3. List mappings'.
               2 LINE 7 COL 5 VALUE '0. Exit'.
               2 LINE 9 COL 5 VALUE 'Selection : '.
               2 PIC X(1) TO WSMenuChoice REQUIRED.

           1 s-plg-glcategory.
               2 LINE 11 COL 5 VALUE 'Posting category : '.
               2 PIC X(8) TO WSEntryCategory REQUIRED.

           1 s-plg-glentry.
               2 LINE 13 COL 5 VALUE 'Debit account    : '.
               2 PIC X(10) TO WSEntryDrAcct REQUIRED.
               2 LINE 14 COL 5 VALUE 'Credit account   : '.
               2 PIC X(10) TO WSEntryCrAcct REQUIRED.
               2 LINE 15 COL 5 VALUE 'Description      : '.
               2 PIC X(30) TO WSEntryDesc.
               2 LINE 17 COL 5 VALUE 'Store this mapping (Y/N) : '.
               2 PIC X(1) TO WSConfirm REQUIRED.

           1 s-plg-glremove.
               2 LINE 13 COL 5 VALUE 'Remove this mapping (Y/N) : '.
               2 PIC X(1) TO WSConfirm REQUIRED.

      *|==============================================================|

       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSGLMapFileName FROM ENVIRONMENT "CUSTGLMAP"
                   ON EXCEPTION
                       MOVE "GLMap.dat" TO WSGLMapFileName
               END-ACCEPT
               CALL 'OperSignon' USING WSOperatorId WSOperatorRole
                   WSSignonValid
               IF NOT WSSignonOK
                   DISPLAY "Access denied."
                   GOBACK
               END-IF
               IF NOT WSRoleSupervisor
                   DISPLAY "GL account mapping is restricted to "
                       "supervisors."
                   GOBACK
               END-IF
               PERFORM DisplayMenu
               PERFORM UNTIL WSExitChoice
                   EVALUATE TRUE
                       WHEN WSSetChoice
                           PERFORM SetMapping
                       WHEN WSRemoveChoice
                           PERFORM RemoveMapping
                       WHEN WSListChoice
                           PERFORM ListMappings
                       WHEN OTHER
                           DISPLAY "Invalid selection"
                   END-EVALUATE
                   PERFORM DisplayMenu
               END-PERFORM
               GOBACK.

           DisplayMenu.
               DISPLAY s-plg-glmenu
               ACCEPT s-plg-glmenu.

           SetMapping.
               PERFORM GetCategory
               IF NOT WSCategoryKnown
                   EXIT PARAGRAPH
               END-IF
               PERFORM LoadMaintTable
               IF WSTableOverflow
                   DISPLAY "Mapping table exceeds the table; cannot "
                       "change it safely."
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO WSEntryDrAcct WSEntryCrAcct WSEntryDesc
               IF WSFoundIdx > ZERO
                   MOVE MaintEntry(WSFoundIdx) TO GLMapRecord
                   DISPLAY "Now: debit " GLMapDrAcct " credit "
                       GLMapCrAcct " " GLMapDesc
               END-IF
               DISPLAY s-plg-glentry
               ACCEPT s-plg-glentry
               IF WSConfirm NOT = 'Y' AND WSConfirm NOT = 'y'
                   EXIT PARAGRAPH
               END-IF
               MOVE WSEntryCategory TO GLMapCategory
               MOVE WSEntryDrAcct TO GLMapDrAcct
               MOVE WSEntryCrAcct TO GLMapCrAcct
               MOVE WSEntryDesc TO GLMapDesc
               IF WSFoundIdx > ZERO
                   MOVE GLMapRecord TO MaintEntry(WSFoundIdx)
               ELSE
                   ADD 1 TO WSTableCount
                   MOVE GLMapRecord TO MaintEntry(WSTableCount)
               END-IF
               PERFORM SaveMaintTable
               DISPLAY "Mapping stored for " WSEntryCategory
                   " by " WSOperatorId.

           RemoveMapping.
               PERFORM GetCategory
               IF NOT WSCategoryKnown
                   EXIT PARAGRAPH
               END-IF
               PERFORM LoadMaintTable
               IF WSTableOverflow
                   DISPLAY "Mapping table exceeds the table; cannot "
                       "change it safely."
                   EXIT PARAGRAPH
               END-IF
               IF WSFoundIdx = ZERO
                   DISPLAY "No mapping on file for " WSEntryCategory
                   EXIT PARAGRAPH
               END-IF
               MOVE MaintEntry(WSFoundIdx) TO GLMapRecord
               DISPLAY "Debit " GLMapDrAcct " credit " GLMapCrAcct
                   " " GLMapDesc
               DISPLAY s-plg-glremove
               ACCEPT s-plg-glremove
               IF WSConfirm NOT = 'Y' AND WSConfirm NOT = 'y'
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING WSMaintIdx FROM WSFoundIdx BY 1
                   UNTIL WSMaintIdx >= WSTableCount
                   MOVE MaintEntry(WSMaintIdx + 1)
                       TO MaintEntry(WSMaintIdx)
               END-PERFORM
               SUBTRACT 1 FROM WSTableCount
               PERFORM SaveMaintTable
               DISPLAY "Mapping removed for " WSEntryCategory
                   "; GLInterface will refuse that category until "
                   "it is mapped again.".

           ListMappings.
               PERFORM LoadMaintTable
               IF WSTableCount = ZERO
                   DISPLAY "No GL mappings on file."
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING WSMaintIdx FROM 1 BY 1
                   UNTIL WSMaintIdx > WSTableCount
                   MOVE MaintEntry(WSMaintIdx) TO GLMapRecord
                   DISPLAY GLMapCategory " Dr " GLMapDrAcct
                       " Cr " GLMapCrAcct " " GLMapDesc
               END-PERFORM
               DISPLAY "Mappings listed: " WSTableCount.

           GetCategory.
               MOVE SPACES TO WSEntryCategory
               DISPLAY s-plg-glcategory
               ACCEPT s-plg-glcategory
               MOVE FUNCTION UPPER-CASE(WSEntryCategory)
                   TO WSEntryCategory
               MOVE WSEntryCategory TO WSValidCategory
               IF NOT WSCategoryKnown
                   DISPLAY "Category must be DEBIT, CREDIT, OVERRIDE, "
                       "REVDR, REVCR, ADJDR, ADJCR, FEE, INTEREST, "
                       "WRITEOFF, REFUND, ESCHEAT, TAX, PROMO "
                       "or DEPOSIT."
               END-IF.

      *|==============================================================|
      *    LoadMaintTable reads the mapping table whole and notes
      *    the slot holding the category in hand, if any.
      *|==============================================================|

           LoadMaintTable.
               MOVE ZERO TO WSTableCount
               MOVE ZERO TO WSFoundIdx
               MOVE 'N' TO WSOverflowFlag
               MOVE 'N' TO WSEOF
               OPEN INPUT GLMapFile
               IF NOT WSGLMapOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ GLMapFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF WSTableCount < 100
                               ADD 1 TO WSTableCount
                               MOVE GLMapRecord
                                   TO MaintEntry(WSTableCount)
                               IF GLMapCategory = WSEntryCategory
                                   MOVE WSTableCount TO WSFoundIdx
                               END-IF
                           ELSE
                               SET WSTableOverflow TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GLMapFile.

           SaveMaintTable.
               OPEN OUTPUT GLMapFile
               PERFORM VARYING WSMaintIdx FROM 1 BY 1
                   UNTIL WSMaintIdx > WSTableCount
                   MOVE MaintEntry(WSMaintIdx) TO GLMapRecord
                   WRITE GLMapRecord
               END-PERFORM
               CLOSE GLMapFile.

      *|==============================================================|
