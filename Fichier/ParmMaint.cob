      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ParmMaint.

      *|==============================================================|
      *    ParmMaint is the maintenance screen for the central run-
      *    parameter file (CUSTPARMS, default RunParm.dat, RunParm.cpy
      *    layout) that ParmLoad lays under every program: set or
      *    change a CUST* setting, remove one so the programs fall
      *    back to their own default, or list the file. The file
      *    holds the thresholds the whole system runs on, so changing
      *    it is supervisor-only, the same rule GLMapMaint applies to
      *    the ledger mapping. Every stored line is stamped with who
      *    set it and when, and every change is journaled with the
      *    value before and after (CUSTPARMJRNL, default
      *    ParmJournal.log, ParmJrnl.cpy layout). A numeric setting
      *    must read as a number before it is stored, so a slip of
      *    the keyboard cannot quietly put a program on its default.
      *    The file is small and held whole while it is worked on --
      *    the same load-then-save shape GLMapMaint uses.
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT ParmFile ASSIGN TO WSParmFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSParmStatus.

               SELECT ParmJournal ASSIGN TO WSJrnlFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSJrnlStatus.

      *|==============================================================|

       DATA DIVISION.

           FILE SECTION.

               FD ParmFile.
                   COPY "RunParm.cpy".

               FD ParmJournal.
                   COPY "ParmJrnl.cpy".

           WORKING-STORAGE SECTION.

               1 WSParmFileName PIC X(100).
               1 WSJrnlFileName PIC X(100).

               1 WSParmStatus PIC X(2).
                   88 WSParmOK VALUE '00'.
               1 WSJrnlStatus PIC X(2).
                   88 WSJrnlMissing VALUE '35'.

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

               1 WSEntryName PIC X(20).
                   88 WSNameIsParmFile VALUE "CUSTPARMS".
               1 WSEntryType PIC X(1).
                   88 WSEntryTypeValid VALUES 'N', 'X'.
               1 WSEntryValue PIC X(60).
               1 WSEntryDesc PIC X(40).

               1 WSConfirm PIC X(1).

               1 WSJrnlAction PIC X(1).
               1 WSOldValue PIC X(60).
               1 WSNewValue PIC X(60).

               1 WSTimestamp PIC X(21).

               1 WSTableCount PIC 9(3) VALUE ZERO.

               1 MaintTable.
                   2 MaintEntry OCCURS 300 TIMES PIC X(143).

               1 WSMaintIdx PIC 9(3) VALUE ZERO.

               1 WSFoundIdx PIC 9(3) VALUE ZERO.

               1 WSOverflowFlag PIC X(1) VALUE 'N'.
                   88 WSTableOverflow VALUE 'Y'.

      *|==============================================================|

       SCREEN SECTION.

           1 s-plg-parmmenu.
               2 BLANK SCREEN.
               2 LINE 2 COL 5 VALUE 'Run Parameter Maintenance'.
               2 LINE 4 COL 5 VALUE '1. Set or change a parameter'.
               2 LINE 5 COL 5 VALUE '2. Remove a parameter'.
               2 LINE 6 COL 5 VALUE '3. List parameters'.
               2 LINE 7 COL 5 VALUE '0. Exit'.
               2 LINE 9 COL 5 VALUE 'Selection : '.
               2 PIC X(1) TO WSMenuChoice REQUIRED.

           1 s-plg-parmname.
               2 LINE 11 COL 5 VALUE 'Parameter name : '.
               2 PIC X(20) TO WSEntryName REQUIRED.

           1 s-plg-parmentry.
               2 LINE 13 COL 5 VALUE 'Type (N numeric, X text) : '.
               2 PIC X(1) TO WSEntryType REQUIRED.
               2 LINE 14 COL 5 VALUE 'Value          : '.
               2 PIC X(60) TO WSEntryValue REQUIRED.
               2 LINE 15 COL 5 VALUE 'Description    : '.
               2 PIC X(40) TO WSEntryDesc.
               2 LINE 17 COL 5 VALUE 'Store this parameter (Y/N) : '.
               2 PIC X(1) TO WSConfirm REQUIRED.

           1 s-plg-parmremove.
               2 LINE 13 COL 5 VALUE 'Remove this parameter (Y/N) : '.
               2 PIC X(1) TO WSConfirm REQUIRED.

      *|==============================================================|

       PROCEDURE DIVISION.

           MainLine.
               ACCEPT WSParmFileName FROM ENVIRONMENT "CUSTPARMS"
                   ON EXCEPTION
                       MOVE "RunParm.dat" TO WSParmFileName
               END-ACCEPT
               CALL 'ParmLoad'
               ACCEPT WSJrnlFileName FROM ENVIRONMENT "CUSTPARMJRNL"
                   ON EXCEPTION
                       MOVE "ParmJournal.log" TO WSJrnlFileName
               END-ACCEPT
               CALL 'OperSignon' USING WSOperatorId WSOperatorRole
                   WSSignonValid
               IF NOT WSSignonOK
                   DISPLAY "Access denied."
                   GOBACK
               END-IF
               IF NOT WSRoleSupervisor
                   DISPLAY "Run parameter maintenance is restricted "
                       "to supervisors."
                   GOBACK
               END-IF
               PERFORM DisplayMenu
               PERFORM UNTIL WSExitChoice
                   EVALUATE TRUE
                       WHEN WSSetChoice
                           PERFORM SetParameter
                       WHEN WSRemoveChoice
                           PERFORM RemoveParameter
                       WHEN WSListChoice
                           PERFORM ListParameters
                       WHEN OTHER
                           DISPLAY "Invalid selection"
                   END-EVALUATE
                   PERFORM DisplayMenu
               END-PERFORM
               GOBACK.

           DisplayMenu.
               DISPLAY s-plg-parmmenu
               ACCEPT s-plg-parmmenu.

           SetParameter.
               PERFORM GetParmName
               IF WSEntryName = SPACES
                   EXIT PARAGRAPH
               END-IF
               PERFORM LoadMaintTable
               IF WSTableOverflow
                   DISPLAY "Parameter file exceeds the table; cannot "
                       "change it safely."
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO WSEntryType WSEntryValue WSEntryDesc
               IF WSFoundIdx > ZERO
                   MOVE MaintEntry(WSFoundIdx) TO RunParmRecord
                   DISPLAY "Now: " ParmType " " ParmValue
                   DISPLAY "     " ParmDesc " set by " ParmChangedBy
                       " " ParmStamp
               END-IF
               DISPLAY s-plg-parmentry
               ACCEPT s-plg-parmentry
               IF WSConfirm NOT = 'Y' AND WSConfirm NOT = 'y'
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION UPPER-CASE(WSEntryType) TO WSEntryType
               IF NOT WSEntryTypeValid
                   DISPLAY "Type must be N (numeric) or X (text); "
                       "nothing stored."
                   EXIT PARAGRAPH
               END-IF
               IF WSEntryType = 'N'
                   AND FUNCTION TEST-NUMVAL(WSEntryValue) NOT = 0
                   DISPLAY "A numeric parameter needs a number; "
                       "nothing stored."
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO WSOldValue
               IF WSFoundIdx > ZERO
                   MOVE MaintEntry(WSFoundIdx) TO RunParmRecord
                   MOVE ParmValue TO WSOldValue
                   MOVE 'C' TO WSJrnlAction
               ELSE
                   MOVE 'A' TO WSJrnlAction
               END-IF
               MOVE FUNCTION CURRENT-DATE TO WSTimestamp
               MOVE WSEntryName TO ParmName
               MOVE WSEntryType TO ParmType
               MOVE WSEntryValue TO ParmValue
               MOVE WSEntryDesc TO ParmDesc
               MOVE WSOperatorId TO ParmChangedBy
               MOVE WSTimestamp(1:14) TO ParmStamp
               IF WSFoundIdx > ZERO
                   MOVE RunParmRecord TO MaintEntry(WSFoundIdx)
               ELSE
                   ADD 1 TO WSTableCount
                   MOVE RunParmRecord TO MaintEntry(WSTableCount)
               END-IF
               PERFORM SaveMaintTable
               MOVE WSEntryValue TO WSNewValue
               PERFORM WriteJournalLine
               DISPLAY "Parameter " WSEntryName " stored by "
                   WSOperatorId "; it takes effect from the next run.".

           RemoveParameter.
               PERFORM GetParmName
               IF WSEntryName = SPACES
                   EXIT PARAGRAPH
               END-IF
               PERFORM LoadMaintTable
               IF WSTableOverflow
                   DISPLAY "Parameter file exceeds the table; cannot "
                       "change it safely."
                   EXIT PARAGRAPH
               END-IF
               IF WSFoundIdx = ZERO
                   DISPLAY "No parameter on file for " WSEntryName
                   EXIT PARAGRAPH
               END-IF
               MOVE MaintEntry(WSFoundIdx) TO RunParmRecord
               DISPLAY ParmName " = " ParmValue
               DISPLAY s-plg-parmremove
               ACCEPT s-plg-parmremove
               IF WSConfirm NOT = 'Y' AND WSConfirm NOT = 'y'
                   EXIT PARAGRAPH
               END-IF
               MOVE ParmValue TO WSOldValue
               PERFORM VARYING WSMaintIdx FROM WSFoundIdx BY 1
                   UNTIL WSMaintIdx >= WSTableCount
                   MOVE MaintEntry(WSMaintIdx + 1)
                       TO MaintEntry(WSMaintIdx)
               END-PERFORM
               SUBTRACT 1 FROM WSTableCount
               PERFORM SaveMaintTable
               MOVE FUNCTION CURRENT-DATE TO WSTimestamp
               MOVE 'R' TO WSJrnlAction
               MOVE SPACES TO WSNewValue
               PERFORM WriteJournalLine
               DISPLAY "Parameter " WSEntryName " removed; programs "
                   "run at their own default unless the scheduler "
                   "sets it.".

           ListParameters.
               PERFORM LoadMaintTable
               IF WSTableCount = ZERO
                   DISPLAY "No run parameters on file."
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING WSMaintIdx FROM 1 BY 1
                   UNTIL WSMaintIdx > WSTableCount
                   MOVE MaintEntry(WSMaintIdx) TO RunParmRecord
                   DISPLAY ParmName " " ParmType " " ParmValue(1:30)
                       " " ParmChangedBy
               END-PERFORM
               DISPLAY "Parameters listed: " WSTableCount.

           GetParmName.
               MOVE SPACES TO WSEntryName
               DISPLAY s-plg-parmname
               ACCEPT s-plg-parmname
               MOVE FUNCTION UPPER-CASE(WSEntryName) TO WSEntryName
               IF WSEntryName(1:4) NOT = "CUST"
                   DISPLAY "Run parameters are the CUST* settings."
                   MOVE SPACES TO WSEntryName
               END-IF
               IF WSNameIsParmFile
                   DISPLAY "CUSTPARMS names this file and can only "
                       "be set by the scheduler."
                   MOVE SPACES TO WSEntryName
               END-IF.

      *|==============================================================|
      *    LoadMaintTable reads the parameter file whole and notes
      *    the slot holding the name in hand, if any.
      *|==============================================================|

           LoadMaintTable.
               MOVE ZERO TO WSTableCount
               MOVE ZERO TO WSFoundIdx
               MOVE 'N' TO WSOverflowFlag
               MOVE 'N' TO WSEOF
               OPEN INPUT ParmFile
               IF NOT WSParmOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ ParmFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF WSTableCount < 300
                               ADD 1 TO WSTableCount
                               MOVE RunParmRecord
                                   TO MaintEntry(WSTableCount)
                               IF ParmName = WSEntryName
                                   MOVE WSTableCount TO WSFoundIdx
                               END-IF
                           ELSE
                               SET WSTableOverflow TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ParmFile.

           SaveMaintTable.
               OPEN OUTPUT ParmFile
               PERFORM VARYING WSMaintIdx FROM 1 BY 1
                   UNTIL WSMaintIdx > WSTableCount
                   MOVE MaintEntry(WSMaintIdx) TO RunParmRecord
                   WRITE RunParmRecord
               END-PERFORM
               CLOSE ParmFile.

      *|==============================================================|
      *    WriteJournalLine appends the change just made -- the
      *    action and the values before and after are set by the
      *    caller.
      *|==============================================================|

           WriteJournalLine.
               OPEN EXTEND ParmJournal
               IF WSJrnlMissing
                   OPEN OUTPUT ParmJournal
               END-IF
               MOVE WSTimestamp(1:14) TO PjStamp
               MOVE WSOperatorId TO PjOperator
               MOVE WSJrnlAction TO PjAction
               MOVE WSEntryName TO PjName
               MOVE WSOldValue TO PjOldValue
               MOVE WSNewValue TO PjNewValue
               WRITE ParmJournalRecord
               CLOSE ParmJournal.

      *|==============================================================|
