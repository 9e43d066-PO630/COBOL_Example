       PROGRAM-ID. Dunning.

      *|==============================================================|
      *    Dunning connects FormLetter to the money: customers who
      *    have missed a statement's minimum payment by its due date
      *    get letter level 1, 2, or 3 by how many minimums in a row
      *    they have missed (one, two, three or more, as the shared
      *    PastDue subprogram reads the due file DueCheck judges)
      *    and by which level they last received -- the level
      *    history on DunningHist.dat (CUSTDUNHIST) guarantees
      *    nobody gets the same letter twice in a row and nobody
      *    skips a step: each run moves a customer at most one
      *    level, and only as far as the misses justify. A customer
      *    who paid the last minimum on time is not lettered. Only
      *    a customer with no due date passed yet is still judged
      *    by how old the oldest unpaid debit is (30, 60, 90 days
      *    through the shared BalAge arithmetic).
      *
      *    Each level's letters go through FormLetter against that
      *    level's template (CUSTDUNTPL1/2/3, defaults DunLetter1-3
      *    campaign history through CampTrack like any other mailing.
      *    FormLetter and CampTrack are CANCELled between passes so
      *    each level starts with a fresh template and campaign.
      *    The letters go on the customer correspondence log as
      *    document type DUNNING, the level's campaign code logged
      *    as the template.
      *
      *    The run closes with a worksheet (DunningRun.rpt) of who
      *    was moved to which level, and stamps the run log.
      *
      *    An account under a legal hold (LegalCheck: bankruptcy,
      *    deceased, litigation) is never lettered and its level
      *    never advances; it is listed on the worksheet instead.
      *    The same goes for an account placed with the collection
      *    agency (AgcyCheck): the agency does its own chasing.
      *|==============================================================|

       ENVIRONMENT DIVISION.
                   88 WSContactable VALUE 'Y'.
               1 WSSuppressedCount PIC 9(5) VALUE ZERO.

      *    Legal-hold verdict from the shared LegalCheck subprogram.
               1 WSLegalAnswer PIC X(1).
                   88 WSLegalHeld VALUE 'Y'.
               1 WSLegalType PIC X(1).
               1 WSLegalName PIC X(10).
               1 WSLegalCount PIC 9(5) VALUE ZERO.

      *    Placement verdict from the shared AgcyCheck subprogram.
               1 WSAgcyAnswer PIC X(1).
                   88 WSAgcyPlaced VALUE 'Y'.
               1 WSAgcyCode PIC X(8).
               1 WSAgcyCount PIC 9(5) VALUE ZERO.

               1 WSBalFileName PIC X(100).

               1 WSDunHistName PIC X(100).
               1 WSOverdueAmount PIC S9(9)V99.
               1 WSOldestDays PIC S9(7).

      *    Missed-payment verdict from the shared PastDue
      *    subprogram; the days late count from the first due date
      *    of the run of misses.
               1 WSPastAnswer PIC X(1).
                   88 WSPastMissed VALUE 'M'.
                   88 WSPastNoDue VALUE 'U'.
               1 WSPastMissCount PIC 9(3).
               1 WSPastFirstMiss PIC 9(8).
               1 WSPastLastMiss PIC 9(8).
               1 WSPastDueAmt PIC 9(7)V99.
               1 WSPastLateBase PIC 9(7)V99.

               1 WSDateCalcOp PIC X(1).
               1 WSDateCalcResult PIC 9(8).
               1 WSDateCalcDow PIC 9(1).
               1 WSDateCalcValid PIC X(1).

               1 WSEligibleLevel PIC 9(1).

               1 WSNewLevel PIC 9(1).
                   2 PrnDetId PIC 9(7).
                   2 FILLER PIC X(9) VALUE "  level ".
                   2 PrnDetLevel PIC 9(1).
                   2 FILLER PIC X(14) VALUE "  days late   ".
                   2 PrnDetDays PIC ZZZZ9.
                   2 FILLER PIC X(11) VALUE "  overdue ".
                   2 PrnDetOverdue PIC ZZZZZZ9.99.
                   2 FILLER PIC X(10) VALUE "  missed ".
                   2 PrnDetMissed PIC ZZ9.

               1 WorksheetHeld.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnHeldId PIC 9(7).
                   2 FILLER PIC X(14) VALUE "  legal hold ".
                   2 PrnHeldName PIC X(10).
                   2 FILLER PIC X(26)
                       VALUE " -- skipped, no letter".

               1 WorksheetHeldFoot.
                   2 FILLER PIC X(28)
                       VALUE " Skipped under legal hold: ".
                   2 PrnFootHeld PIC ZZZZ9.

               1 WorksheetAgcy.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnAgcyId PIC 9(7).
                   2 FILLER PIC X(14) VALUE "  placed with ".
                   2 PrnAgcyCode PIC X(10).
                   2 FILLER PIC X(26)
                       VALUE " -- skipped, no letter".

               1 WorksheetAgcyFoot.
                   2 FILLER PIC X(28)
                       VALUE " Skipped, with the agency: ".
                   2 PrnFootAgcy PIC ZZZZ9.

               1 WorksheetFoot.
                   2 FILLER PIC X(19) VALUE " Letters by level: ".
       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSBalFileName FROM ENVIRONMENT "CUSTBAL"
                   ON EXCEPTION
                       MOVE "CustBal.dat" TO WSBalFileName
               MOVE LvlCount(3) TO PrnFootL3
               WRITE WorksheetLine FROM WorksheetFoot
                   AFTER ADVANCING 2 LINES
               MOVE WSLegalCount TO PrnFootHeld
               WRITE WorksheetLine FROM WorksheetHeldFoot
                   AFTER ADVANCING 1 LINE
               MOVE WSAgcyCount TO PrnFootAgcy
               WRITE WorksheetLine FROM WorksheetAgcyFoot
                   AFTER ADVANCING 1 LINE
               CLOSE WorksheetFile
               MOVE "Dunning" TO WSCatReportName
               MOVE "DunningRun.rpt" TO WSCatFileName
                   DISPLAY "Escalations held (unmailable): "
                       WSSuppressedCount
               END-IF
               IF WSLegalCount > ZERO
                   DISPLAY "Skipped under legal hold: " WSLegalCount
               END-IF
               IF WSAgcyCount > ZERO
                   DISPLAY "Skipped, with the agency: " WSAgcyCount
               END-IF
               MOVE 'E' TO WSLogEvent
               MOVE WSLettersTotal TO WSLogRecords
               PERFORM WriteRunLogRecord
               END-IF.

      *|==============================================================|
      *    JudgeOneCustomer settles the eligible level from the run
      *    of missed minimums, and escalates exactly one step past
      *    the last letter -- or stays silent when the misses
      *    justify nothing beyond what was already sent. The
      *    overdue amount is the minimum still unpaid, never more
      *    than the balance now owed.
      *|==============================================================|

           JudgeOneCustomer.
               MOVE ZERO TO WSEligibleLevel WSOverdueAmount
                   WSOldestDays
               CALL 'PastDue' USING BalIDNum WSPastAnswer
                   WSPastMissCount WSPastFirstMiss WSPastLastMiss
                   WSPastDueAmt WSPastLateBase
               EVALUATE TRUE
                   WHEN WSPastNoDue
                       PERFORM JudgeByAge
                   WHEN WSPastMissed
                       PERFORM JudgeByMisses
               END-EVALUATE
               IF WSEligibleLevel = ZERO
                   OR WSOverdueAmount <= ZERO
               IF WSLastLevel >= WSEligibleLevel
                   EXIT PARAGRAPH
               END-IF
      *    A legal hold stops the escalation outright and is listed
      *    on the worksheet, so nobody wonders why the letter did
      *    not go.
               CALL 'LegalCheck' USING BalIDNum WSLegalAnswer
                   WSLegalType WSLegalName
               IF WSLegalHeld
                   ADD 1 TO WSLegalCount
                   MOVE BalIDNum TO PrnHeldId
                   MOVE WSLegalName TO PrnHeldName
                   WRITE WorksheetLine FROM WorksheetHeld
                       AFTER ADVANCING 1 LINE
                   EXIT PARAGRAPH
               END-IF
      *    An account the agency is working gets no letter of ours.
               CALL 'AgcyCheck' USING BalIDNum WSAgcyAnswer
                   WSAgcyCode
               IF WSAgcyPlaced
                   ADD 1 TO WSAgcyCount
                   MOVE BalIDNum TO PrnAgcyId
                   MOVE WSAgcyCode TO PrnAgcyCode
                   WRITE WorksheetLine FROM WorksheetAgcy
                       AFTER ADVANCING 1 LINE
                   EXIT PARAGRAPH
               END-IF
      *    A customer whose letter the mailing run would suppress
      *    -- do-not-contact on the mail channel, or an address
      *    the post office already returned -- neither queues nor
               PERFORM QueueOneLetter
               PERFORM AppendDunHistLine.

           JudgeByMisses.
               IF WSPastMissCount >= 3
                   MOVE 3 TO WSEligibleLevel
               ELSE
                   MOVE WSPastMissCount TO WSEligibleLevel
               END-IF
               MOVE WSPastDueAmt TO WSOverdueAmount
               IF WSOverdueAmount > BalAmount
                   MOVE BalAmount TO WSOverdueAmount
               END-IF
               MOVE 'D' TO WSDateCalcOp
               CALL 'DateCalc' USING WSDateCalcOp WSPastFirstMiss
                   WSRunDate WSOldestDays WSDateCalcResult
                   WSDateCalcDow WSDateCalcValid
               IF WSDateCalcValid NOT = 'Y'
                   MOVE ZERO TO WSOldestDays
               END-IF.

      *    A customer with no due date passed yet is judged on the
      *    age of the oldest unpaid debit, as before due dates.
           JudgeByAge.
               MOVE BalIDNum TO WSAgeIDNum
               MOVE BalAmount TO WSAgeBalance
               CALL 'BalAge' USING WSAgeIDNum WSRunDate
                   WSAgeBalance WSOverdueAmount WSOldestDays
               EVALUATE TRUE
                   WHEN WSOldestDays >= 90
                       MOVE 3 TO WSEligibleLevel
                   WHEN WSOldestDays >= 60
                       MOVE 2 TO WSEligibleLevel
                   WHEN WSOldestDays >= 30
                       MOVE 1 TO WSEligibleLevel
                   WHEN OTHER
                       MOVE ZERO TO WSEligibleLevel
               END-EVALUATE.

           FindLastLevel.
               MOVE ZERO TO WSLastLevel
               IF WSLastCount > ZERO
               MOVE WSNewLevel TO PrnDetLevel
               MOVE WSOldestDays TO PrnDetDays
               MOVE WSOverdueAmount TO PrnDetOverdue
               MOVE WSPastMissCount TO PrnDetMissed
               WRITE WorksheetLine FROM WorksheetDetail
                   AFTER ADVANCING 1 LINE.

               DISPLAY LvlOutput(WSLevelIdx) UPON ENVIRONMENT-VALUE
               DISPLAY "CUSTCAMPAIGN" UPON ENVIRONMENT-NAME
               DISPLAY LvlCampaign(WSLevelIdx) UPON ENVIRONMENT-VALUE
               DISPLAY "CUSTCORRDOC" UPON ENVIRONMENT-NAME
               DISPLAY "DUNNING" UPON ENVIRONMENT-VALUE
               CALL 'FormLetter'
               CANCEL 'FormLetter'
               CANCEL 'CampTrack'
               DISPLAY "CUSTCORRDOC" UPON ENVIRONMENT-NAME
               DISPLAY " " UPON ENVIRONMENT-VALUE.

           WriteRunLogRecord.
               CALL 'RunLog' USING WSLogStepName WSLogEvent
