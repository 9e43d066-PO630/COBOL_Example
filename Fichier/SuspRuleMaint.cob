      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SuspRuleMaint.

      *|==============================================================|
      *    SuspRuleMaint is the maintenance screen for the
      *    suspicious-activity rule table the nightly SuspMonitor
      *    step reads (CUSTSUSPRULE, default SuspRule.dat, SuspRule
      *    .cpy layout): switch a rule on or off and set its window
      *    in days, its count, and its amount, remove a rule's line,
      *    or list the table. Each stored line is stamped with the
      *    supervisor and the time. What the monitoring looks for is
      *    a control in its own right, so changing it is supervisor-
      *    only, as GLMapMaint is; the table is small and held whole
      *    while it is worked on, the same load-then-save shape.
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT RuleFile ASSIGN TO WSRuleFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSRuleStatus.

      *|==============================================================|

       DATA DIVISION.

           FILE SECTION.

               FD RuleFile.
                   COPY "SuspRule.cpy".

           WORKING-STORAGE SECTION.

               1 WSRuleFileName PIC X(100).

               1 WSRuleStatus PIC X(2).
                   88 WSRuleOK VALUE '00'.

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
               1 WSEntryActive PIC X(1).
               1 WSEntryDays PIC 9(3).
               1 WSEntryCount PIC 9(3).
               1 WSEntryAmount PIC 9(7)V99.
               1 WSEntryDesc PIC X(30).

               1 WSConfirm PIC X(1).

      *    The rules SuspMonitor knows; anything else keyed here
      *    would never be read.
               1 WSValidCode PIC X(8).
                   88 WSCodeKnown VALUES "ADDRREFD", "CRBURST",
                       "DORMCRED".

               1 WSTableCount PIC 9(3) VALUE ZERO.

               1 MaintTable.
                   2 MaintEntry OCCURS 100 TIMES PIC X(76).

               1 WSMaintIdx PIC 9(3) VALUE ZERO.

               1 WSFoundIdx PIC 9(3) VALUE ZERO.

               1 WSOverflowFlag PIC X(1) VALUE 'N'.
                   88 WSTableOverflow VALUE 'Y'.

               1 WSAmountEdit PIC Z,ZZZ,ZZ9.99.

      *|==============================================================|

       SCREEN SECTION.

           1 s-plg-rulemenu.
               2 BLANK SCREEN.
               2 LINE 2 COL 5
                   VALUE 'Suspicious-Activity Rule Maintenance'.
               2 LINE 4 COL 5 VALUE '1. Set or change a rule'.
               2 LINE 5 COL 5 VALUE '2. Remove a rule'.
               2 LINE 6 COL 5 VALUE '3. List rules'.
               2 LINE 7 COL 5 VALUE '0. Exit'.
               2 LINE 9 COL 5 VALUE 'Selection : '.
               2 PIC X(1) TO WSMenuChoice REQUIRED.

           1 s-plg-rulecode.
               2 LINE 11 COL 5 VALUE 'Rule code        : '.
               2 PIC X(8) TO WSEntryCode REQUIRED.

           1 s-plg-ruleentry.
               2 LINE 13 COL 5 VALUE 'Active (Y/N)     : '.
               2 PIC X(1) TO WSEntryActive REQUIRED.
               2 LINE 14 COL 5 VALUE 'Window in days   : '.
               2 PIC 9(3) TO WSEntryDays REQUIRED.
               2 LINE 15 COL 5 VALUE 'Count            : '.
               2 PIC 9(3) TO WSEntryCount.
               2 LINE 16 COL 5 VALUE 'Amount           : '.
               2 PIC 9(7)V99 TO WSEntryAmount.
               2 LINE 17 COL 5 VALUE 'Description      : '.
               2 PIC X(30) TO WSEntryDesc.
               2 LINE 19 COL 5 VALUE 'Store this rule (Y/N) : '.
               2 PIC X(1) TO WSConfirm REQUIRED.

           1 s-plg-ruleremove.
               2 LINE 13 COL 5 VALUE 'Remove this rule (Y/N) : '.
               2 PIC X(1) TO WSConfirm REQUIRED.

      *|==============================================================|

       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSRuleFileName FROM ENVIRONMENT "CUSTSUSPRULE"
                   ON EXCEPTION
                       MOVE "SuspRule.dat" TO WSRuleFileName
               END-ACCEPT
               CALL 'OperSignon' USING WSOperatorId WSOperatorRole
                   WSSignonValid
               IF NOT WSSignonOK
                   DISPLAY "Access denied."
                   GOBACK
               END-IF
               IF NOT WSRoleSupervisor
                   DISPLAY "Monitoring rules are restricted to "
                       "supervisors."
                   GOBACK
               END-IF
               PERFORM DisplayMenu
               PERFORM UNTIL WSExitChoice
                   EVALUATE TRUE
                       WHEN WSSetChoice
                           PERFORM SetRule
                       WHEN WSRemoveChoice
                           PERFORM RemoveRule
                       WHEN WSListChoice
                           PERFORM ListRules
                       WHEN OTHER
                           DISPLAY "Invalid selection"
                   END-EVALUATE
                   PERFORM DisplayMenu
               END-PERFORM
               GOBACK.

           DisplayMenu.
               DISPLAY s-plg-rulemenu
               ACCEPT s-plg-rulemenu.

           SetRule.
               PERFORM GetRuleCode
               IF NOT WSCodeKnown
                   EXIT PARAGRAPH
               END-IF
               PERFORM LoadMaintTable
               IF WSTableOverflow
                   DISPLAY "Rule table exceeds the table; cannot "
                       "change it safely."
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO WSEntryActive WSEntryDesc
               MOVE ZERO TO WSEntryDays WSEntryCount WSEntryAmount
               IF WSFoundIdx > ZERO
                   MOVE MaintEntry(WSFoundIdx) TO SuspRuleRecord
                   PERFORM ShowRule
               END-IF
               DISPLAY s-plg-ruleentry
               ACCEPT s-plg-ruleentry
               IF WSConfirm NOT = 'Y' AND WSConfirm NOT = 'y'
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION UPPER-CASE(WSEntryActive)
                   TO WSEntryActive
               IF WSEntryActive NOT = 'Y' AND WSEntryActive NOT = 'N'
                   DISPLAY "Active must be Y or N; nothing stored."
                   EXIT PARAGRAPH
               END-IF
               IF WSEntryDays = ZERO
                   DISPLAY "The window must be at least one day; "
                       "nothing stored."
                   EXIT PARAGRAPH
               END-IF
               IF WSEntryCode = "CRBURST" AND WSEntryCount = ZERO
                   DISPLAY "CRBURST needs a count; nothing stored."
                   EXIT PARAGRAPH
               END-IF
               IF WSEntryCode = "DORMCRED" AND WSEntryAmount = ZERO
                   DISPLAY "DORMCRED needs an amount; nothing stored."
                   EXIT PARAGRAPH
               END-IF
               MOVE WSEntryCode TO SRuleCode
               MOVE WSEntryActive TO SRuleActive
               MOVE WSEntryDays TO SRuleDays
               MOVE WSEntryCount TO SRuleCount
               MOVE WSEntryAmount TO SRuleAmount
               MOVE WSEntryDesc TO SRuleDesc
               MOVE WSOperatorId TO SRuleChangedBy
               MOVE FUNCTION CURRENT-DATE(1:14) TO SRuleStamp
               IF WSFoundIdx > ZERO
                   MOVE SuspRuleRecord TO MaintEntry(WSFoundIdx)
               ELSE
                   ADD 1 TO WSTableCount
                   MOVE SuspRuleRecord TO MaintEntry(WSTableCount)
               END-IF
               PERFORM SaveMaintTable
               DISPLAY "Rule stored for " WSEntryCode
                   " by " WSOperatorId.

           RemoveRule.
               PERFORM GetRuleCode
               IF NOT WSCodeKnown
                   EXIT PARAGRAPH
               END-IF
               PERFORM LoadMaintTable
               IF WSTableOverflow
                   DISPLAY "Rule table exceeds the table; cannot "
                       "change it safely."
                   EXIT PARAGRAPH
               END-IF
               IF WSFoundIdx = ZERO
                   DISPLAY "No rule on file for " WSEntryCode
                   EXIT PARAGRAPH
               END-IF
               MOVE MaintEntry(WSFoundIdx) TO SuspRuleRecord
               PERFORM ShowRule
               DISPLAY s-plg-ruleremove
               ACCEPT s-plg-ruleremove
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
               DISPLAY "Rule removed for " WSEntryCode
                   "; SuspMonitor will not check it until it is set "
                   "again.".

           ListRules.
               PERFORM LoadMaintTable
               IF WSTableCount = ZERO
                   DISPLAY "No monitoring rules on file."
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING WSMaintIdx FROM 1 BY 1
                   UNTIL WSMaintIdx > WSTableCount
                   MOVE MaintEntry(WSMaintIdx) TO SuspRuleRecord
                   PERFORM ShowRule
               END-PERFORM
               DISPLAY "Rules listed: " WSTableCount.

           ShowRule.
               MOVE SRuleAmount TO WSAmountEdit
               DISPLAY SRuleCode " active " SRuleActive
                   " days " SRuleDays " count " SRuleCount
                   " amount " WSAmountEdit " " SRuleDesc
               DISPLAY "    set by " SRuleChangedBy " " SRuleStamp.

           GetRuleCode.
               MOVE SPACES TO WSEntryCode
               DISPLAY s-plg-rulecode
               ACCEPT s-plg-rulecode
               MOVE FUNCTION UPPER-CASE(WSEntryCode) TO WSEntryCode
               MOVE WSEntryCode TO WSValidCode
               IF NOT WSCodeKnown
                   DISPLAY "Rule must be ADDRREFD, CRBURST or "
                       "DORMCRED."
               END-IF.

      *|==============================================================|
      *    LoadMaintTable reads the rule table whole and notes the
      *    slot holding the rule in hand, if any.
      *|==============================================================|

           LoadMaintTable.
               MOVE ZERO TO WSTableCount
               MOVE ZERO TO WSFoundIdx
               MOVE 'N' TO WSOverflowFlag
               MOVE 'N' TO WSEOF
               OPEN INPUT RuleFile
               IF NOT WSRuleOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ RuleFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF WSTableCount < 100
                               ADD 1 TO WSTableCount
                               MOVE SuspRuleRecord
                                   TO MaintEntry(WSTableCount)
                               IF SRuleCode = WSEntryCode
                                   MOVE WSTableCount TO WSFoundIdx
                               END-IF
                           ELSE
                               SET WSTableOverflow TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RuleFile.

           SaveMaintTable.
               OPEN OUTPUT RuleFile
               PERFORM VARYING WSMaintIdx FROM 1 BY 1
                   UNTIL WSMaintIdx > WSTableCount
                   MOVE MaintEntry(WSMaintIdx) TO SuspRuleRecord
                   WRITE SuspRuleRecord
               END-PERFORM
               CLOSE RuleFile.

      *|==============================================================|
