      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. IfaceMaint.

      *|==============================================================|
      *    IfaceMaint is the maintenance screen for the interface
      *    register (CUSTIFACEDEF, default IfaceDef.dat, IfaceDef.cpy
      *    layout): add or change the entry for a file we exchange
      *    with the bank, a vendor, the mail house, the branches or
      *    any other partner -- its direction, partner, schedule,
      *    deadline and acknowledgment window -- remove an entry, or
      *    list the register. Watchdog pages on an expected inbound
      *    file missing at its deadline off this register, so
      *    changing it is supervisor-only, the GLMapMaint rule, and
      *    the register is small and held whole while it is worked
      *    on -- the same load-then-save shape.
      *
      *    The code keyed must be the one the importing or
      *    exporting program logs under; an entry whose code no
      *    program logs simply shows as never received or sent.
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT IfaceDefFile ASSIGN TO WSIfaceDefFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSIfaceDefStatus.

      *|==============================================================|

       DATA DIVISION.

           FILE SECTION.

               FD IfaceDefFile.
                   COPY "IfaceDef.cpy".

           WORKING-STORAGE SECTION.

               1 WSIfaceDefFileName PIC X(100).

               1 WSIfaceDefStatus PIC X(2).
                   88 WSIfaceDefOK VALUE '00'.

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

               1 WSEntryCode PIC X(8).
               1 WSEntryName PIC X(30).
               1 WSEntryDirection PIC X(1).
                   88 WSEntryInbound VALUE 'I'.
                   88 WSEntryOutbound VALUE 'O'.
               1 WSEntryPartner PIC X(12).
               1 WSEntrySchedule PIC X(1).
                   88 WSEntryDaily VALUE 'D'.
                   88 WSEntryWeekly VALUE 'W'.
                   88 WSEntryMonthly VALUE 'M'.
                   88 WSEntryOnRequest VALUE 'R'.
               1 WSEntrySchedDay PIC 9(2).
               1 WSEntryDeadline PIC 9(4).
               1 WSEntryDeadParts REDEFINES WSEntryDeadline.
                   2 WSEntryDeadHour PIC 9(2).
                   2 WSEntryDeadMin PIC 9(2).
               1 WSEntryAckDays PIC 9(2).
               1 WSEntryProgram PIC X(20).

               1 WSConfirm PIC X(1).

               1 WSEntryValidFlag PIC X(1).
                   88 WSEntryValid VALUE 'Y'.

               1 WSTableCount PIC 9(3) VALUE ZERO.

               1 MaintTable.
                   2 MaintEntry OCCURS 100 TIMES PIC X(80).

               1 WSMaintIdx PIC 9(3) VALUE ZERO.

               1 WSFoundIdx PIC 9(3) VALUE ZERO.

               1 WSOverflowFlag PIC X(1) VALUE 'N'.
                   88 WSTableOverflow VALUE 'Y'.

      *|==============================================================|

       SCREEN SECTION.

           1 s-plg-ifmenu.
               2 BLANK SCREEN.
               2 LINE 2 COL 5 VALUE 'Interface Register Maintenance'.
               2 LINE 4 COL 5 VALUE '1. Add or change an interface'.
               2 LINE 5 COL 5 VALUE '2. Remove an interface'.
               2 LINE 6 COL 5 VALUE '3. List the register'.
               2 LINE 7 COL 5 VALUE '0. Exit'.
               2 LINE 9 COL 5 VALUE 'Selection : '.
               2 PIC X(1) TO WSMenuChoice REQUIRED.

           1 s-plg-ifcode.
               2 LINE 11 COL 5 VALUE 'Interface code   : '.
               2 PIC X(8) TO WSEntryCode REQUIRED.

           1 s-plg-ifentry.
               2 LINE 13 COL 5 VALUE 'Description      : '.
               2 PIC X(30) TO WSEntryName REQUIRED.
               2 LINE 14 COL 5 VALUE 'Direction (I/O)  : '.
               2 PIC X(1) TO WSEntryDirection REQUIRED.
               2 LINE 15 COL 5 VALUE 'Partner          : '.
               2 PIC X(12) TO WSEntryPartner REQUIRED.
               2 LINE 16 COL 5 VALUE 'Schedule D/W/M/R : '.
               2 PIC X(1) TO WSEntrySchedule REQUIRED.
               2 LINE 17 COL 5 VALUE 'Schedule day     : '.
               2 PIC 9(2) TO WSEntrySchedDay.
               2 LINE 18 COL 5 VALUE 'Deadline (hhmm)  : '.
               2 PIC 9(4) TO WSEntryDeadline REQUIRED.
               2 LINE 19 COL 5 VALUE 'Ack days (out)   : '.
               2 PIC 9(2) TO WSEntryAckDays.
               2 LINE 20 COL 5 VALUE 'Program          : '.
               2 PIC X(20) TO WSEntryProgram.
               2 LINE 22 COL 5 VALUE 'Store this interface (Y/N) : '.
               2 PIC X(1) TO WSConfirm REQUIRED.

           1 s-plg-ifremove.
               2 LINE 13 COL 5 VALUE 'Remove this interface (Y/N) : '.
               2 PIC X(1) TO WSConfirm REQUIRED.

      *|==============================================================|

       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSIfaceDefFileName FROM ENVIRONMENT
                       "CUSTIFACEDEF"
                   ON EXCEPTION
                       MOVE "IfaceDef.dat" TO WSIfaceDefFileName
               END-ACCEPT
               CALL 'OperSignon' USING WSOperatorId WSOperatorRole
                   WSSignonValid
               IF NOT WSSignonOK
                   DISPLAY "Access denied."
                   GOBACK
               END-IF
               IF NOT WSRoleSupervisor
                   DISPLAY "The interface register is restricted to "
                       "supervisors."
                   GOBACK
               END-IF
               PERFORM DisplayMenu
               PERFORM UNTIL WSExitChoice
                   EVALUATE TRUE
                       WHEN WSSetChoice
                           PERFORM SetInterface
                       WHEN WSRemoveChoice
                           PERFORM RemoveInterface
                       WHEN WSListChoice
                           PERFORM ListInterfaces
                       WHEN OTHER
                           DISPLAY "Invalid selection"
                   END-EVALUATE
                   PERFORM DisplayMenu
               END-PERFORM
               GOBACK.

           DisplayMenu.
               DISPLAY s-plg-ifmenu
               ACCEPT s-plg-ifmenu.

           SetInterface.
               PERFORM GetCode
               IF WSEntryCode = SPACES
                   EXIT PARAGRAPH
               END-IF
               PERFORM LoadMaintTable
               IF WSTableOverflow
                   DISPLAY "Interface register exceeds the table; "
                       "cannot change it safely."
                   EXIT PARAGRAPH
               END-IF
               IF WSFoundIdx = ZERO AND WSTableCount >= 100
                   DISPLAY "Interface register is full."
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO WSEntryName WSEntryDirection
                   WSEntryPartner WSEntrySchedule WSEntryProgram
               MOVE ZERO TO WSEntrySchedDay WSEntryDeadline
                   WSEntryAckDays
               IF WSFoundIdx > ZERO
                   MOVE MaintEntry(WSFoundIdx) TO IfaceDefRecord
                   DISPLAY "Now: " IfdName " " IfdDirection " "
                       IfdPartner " " IfdSchedule IfdSchedDay
                       " by " IfdDeadline " ack " IfdAckDays
                       " " IfdProgram
               END-IF
               DISPLAY s-plg-ifentry
               ACCEPT s-plg-ifentry
               IF WSConfirm NOT = 'Y' AND WSConfirm NOT = 'y'
                   EXIT PARAGRAPH
               END-IF
               PERFORM ValidateEntry
               IF NOT WSEntryValid
                   EXIT PARAGRAPH
               END-IF
               MOVE WSEntryCode TO IfdCode
               MOVE WSEntryName TO IfdName
               MOVE WSEntryDirection TO IfdDirection
               MOVE WSEntryPartner TO IfdPartner
               MOVE WSEntrySchedule TO IfdSchedule
               MOVE WSEntrySchedDay TO IfdSchedDay
               MOVE WSEntryDeadline TO IfdDeadline
               MOVE WSEntryAckDays TO IfdAckDays
               MOVE WSEntryProgram TO IfdProgram
               IF WSFoundIdx > ZERO
                   MOVE IfaceDefRecord TO MaintEntry(WSFoundIdx)
               ELSE
                   ADD 1 TO WSTableCount
                   MOVE IfaceDefRecord TO MaintEntry(WSTableCount)
               END-IF
               PERFORM SaveMaintTable
               DISPLAY "Interface stored for " WSEntryCode
                   " by " WSOperatorId.

      *|==============================================================|
      *    ValidateEntry holds the entry to what Watchdog and the
      *    status report can judge: a known direction and schedule,
      *    a schedule day that fits the schedule, a real time of
      *    day, and an acknowledgment window only on a file we send.
      *|==============================================================|

           ValidateEntry.
               MOVE 'N' TO WSEntryValidFlag
               MOVE FUNCTION UPPER-CASE(WSEntryDirection)
                   TO WSEntryDirection
               MOVE FUNCTION UPPER-CASE(WSEntrySchedule)
                   TO WSEntrySchedule
               IF NOT WSEntryInbound AND NOT WSEntryOutbound
                   DISPLAY "Direction must be I (we receive) or O "
                       "(we send)."
                   EXIT PARAGRAPH
               END-IF
               EVALUATE TRUE
                   WHEN WSEntryDaily
                   WHEN WSEntryOnRequest
                       MOVE ZERO TO WSEntrySchedDay
                   WHEN WSEntryWeekly
                       IF WSEntrySchedDay < 1 OR WSEntrySchedDay > 7
                           DISPLAY "A weekly file needs its day of "
                               "the week, 1 (Monday) to 7."
                           EXIT PARAGRAPH
                       END-IF
                   WHEN WSEntryMonthly
                       IF WSEntrySchedDay < 1 OR WSEntrySchedDay > 28
                           DISPLAY "A monthly file needs its day of "
                               "the month, 1 to 28."
                           EXIT PARAGRAPH
                       END-IF
                   WHEN OTHER
                       DISPLAY "Schedule must be D (daily), W "
                           "(weekly), M (monthly) or R (on request)."
                       EXIT PARAGRAPH
               END-EVALUATE
               IF WSEntryDeadHour > 23 OR WSEntryDeadMin > 59
                   DISPLAY "Deadline must be a time of day, hhmm."
                   EXIT PARAGRAPH
               END-IF
               IF WSEntryInbound AND WSEntryAckDays > ZERO
                   DISPLAY "An acknowledgment window applies only "
                       "to a file we send."
                   EXIT PARAGRAPH
               END-IF
               SET WSEntryValid TO TRUE.

           RemoveInterface.
               PERFORM GetCode
               IF WSEntryCode = SPACES
                   EXIT PARAGRAPH
               END-IF
               PERFORM LoadMaintTable
               IF WSTableOverflow
                   DISPLAY "Interface register exceeds the table; "
                       "cannot change it safely."
                   EXIT PARAGRAPH
               END-IF
               IF WSFoundIdx = ZERO
                   DISPLAY "No interface on the register for "
                       WSEntryCode
                   EXIT PARAGRAPH
               END-IF
               MOVE MaintEntry(WSFoundIdx) TO IfaceDefRecord
               DISPLAY IfdName " " IfdDirection " " IfdPartner
               DISPLAY s-plg-ifremove
               ACCEPT s-plg-ifremove
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
               DISPLAY "Interface removed for " WSEntryCode
                   "; Watchdog no longer expects it.".

           ListInterfaces.
               PERFORM LoadMaintTable
               IF WSTableCount = ZERO
                   DISPLAY "No interfaces on the register."
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING WSMaintIdx FROM 1 BY 1
                   UNTIL WSMaintIdx > WSTableCount
                   MOVE MaintEntry(WSMaintIdx) TO IfaceDefRecord
                   DISPLAY IfdCode " " IfdDirection " " IfdPartner
                       " " IfdSchedule IfdSchedDay " by "
                       IfdDeadline " ack " IfdAckDays " " IfdName
               END-PERFORM
               DISPLAY "Interfaces listed: " WSTableCount.

           GetCode.
               MOVE SPACES TO WSEntryCode
               DISPLAY s-plg-ifcode
               ACCEPT s-plg-ifcode
               MOVE FUNCTION UPPER-CASE(WSEntryCode) TO WSEntryCode.

      *|==============================================================|
      *    LoadMaintTable reads the register whole and notes the
      *    slot holding the code in hand, if any.
      *|==============================================================|

           LoadMaintTable.
               MOVE ZERO TO WSTableCount
               MOVE ZERO TO WSFoundIdx
               MOVE 'N' TO WSOverflowFlag
               MOVE 'N' TO WSEOF
               OPEN INPUT IfaceDefFile
               IF NOT WSIfaceDefOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ IfaceDefFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF WSTableCount < 100
                               ADD 1 TO WSTableCount
                               MOVE IfaceDefRecord
                                   TO MaintEntry(WSTableCount)
                               IF IfdCode = WSEntryCode
                                   MOVE WSTableCount TO WSFoundIdx
                               END-IF
                           ELSE
                               SET WSTableOverflow TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE IfaceDefFile.

           SaveMaintTable.
               OPEN OUTPUT IfaceDefFile
               PERFORM VARYING WSMaintIdx FROM 1 BY 1
                   UNTIL WSMaintIdx > WSTableCount
                   MOVE MaintEntry(WSMaintIdx) TO IfaceDefRecord
                   WRITE IfaceDefRecord
               END-PERFORM
               CLOSE IfaceDefFile.

      *|==============================================================|
