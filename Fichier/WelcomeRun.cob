      *    standing welcome campaign code (CUSTWELCAMP, default
      *    WELCOME), so CampTrack's already-mailed check makes a
      *    rerun physically unable to double-letter anyone, and
      *    the letters land in CampHist like any other mailing,
      *    and on the customer correspondence log as WELCOME.
      *    Totals go to the run log.
      *
      *    A new customer already under a legal hold (LegalCheck:
      *    bankruptcy, deceased, litigation) is not welcomed; the
      *    run's report (CUSTWELRPT, default WelcomeRun.rpt) lists
      *    each one passed over beside the day's welcome counts.
      *|==============================================================|

       ENVIRONMENT DIVISION.
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSCampHistStatus.

               SELECT WelcomeReport ASSIGN TO WSReportFileName
                   ORGANIZATION IS LINE SEQUENTIAL.

      *|==============================================================|

       DATA DIVISION.
               FD CampHistFile.
                   COPY "CampRec.cpy".

               FD WelcomeReport.
                   1 WelcomeLine PIC X(80).

           WORKING-STORAGE SECTION.

               1 WSJournalFileName PIC X(100).
               1 WSIndTemplate PIC X(100).
               1 WSBusTemplate PIC X(100).
               1 WSCampCode PIC X(8).
               1 WSReportFileName PIC X(100).

               1 WSJournalFileStatus PIC X(2).
                   88 WSJournalFileOK VALUE '00'.
               1 WSIndCount PIC 9(5) VALUE ZERO.
               1 WSBusCount PIC 9(5) VALUE ZERO.

      *    Legal-hold verdict from the shared LegalCheck subprogram,
      *    and the new customers passed over for the report.
               1 WSLegalAnswer PIC X(1).
                   88 WSLegalHeld VALUE 'Y'.
               1 WSLegalType PIC X(1).
               1 WSLegalName PIC X(10).
               1 WSLegalCount PIC 9(5) VALUE ZERO.
               1 WSLegalIdx PIC 9(5).

               1 LegalTable.
                   2 LegalEntry OCCURS 200 TIMES.
                       3 LglIDNum PIC 9(7).
                       3 LglName PIC X(10).

      *    Report lines.
               1 HeadLine1.
                   2 FILLER PIC X(33)
                       VALUE " Welcome letters for new adds on ".
                   2 PrnHeadDate PIC 9(8).

               1 HeadLine2.
                   2 FILLER PIC X(40)
                       VALUE " Not welcomed, legal hold:".

               1 HeldLine.
                   2 FILLER PIC X(3) VALUE SPACE.
                   2 PrnHeldId PIC 9(7).
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnHeldName PIC X(10).

               1 TotalLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnTotLabel PIC X(24).
                   2 PrnTotCount PIC ZZZZZZ9.

      *    Standard report identification and catalog registration.
               1 WSBnrFunction PIC X(1).
               1 WSBnrReportName PIC X(20) VALUE "WelcomeRun".
               1 WSBnrRequestor PIC X(8) VALUE "BATCH".
               1 WSBnrCount PIC 9(7) VALUE ZERO.
               1 WSBnrLine1 PIC X(80).
               1 WSBnrLine2 PIC X(80).

               1 WSCatReportName PIC X(20).
               1 WSCatFileName PIC X(100).
               1 WSCatPages PIC 9(4) VALUE ZERO.
               1 WSCatRecords PIC 9(7) VALUE ZERO.

      *    Run-log work area.
               1 WSLogStepName PIC X(20) VALUE "WelcomeRun".
               1 WSLogEvent PIC X(1).
       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSJournalFileName FROM ENVIRONMENT "CUSTJRNL"
                   ON EXCEPTION
                       MOVE "Journal.log" TO WSJournalFileName
                   ON EXCEPTION
                       MOVE "WELCOME" TO WSCampCode
               END-ACCEPT
               ACCEPT WSReportFileName FROM ENVIRONMENT "CUSTWELRPT"
                   ON EXCEPTION
                       MOVE "WelcomeRun.rpt" TO WSReportFileName
               END-ACCEPT
               ACCEPT WSBizDateParm FROM ENVIRONMENT "CUSTBIZDATE"
                   ON EXCEPTION
                       MOVE SPACES TO WSBizDateParm
               PERFORM WriteRunLogRecord
               PERFORM LoadWelcomedIds
               PERFORM BuildWelcomeLists
               PERFORM PrintWelcomeReport
               IF WSIndCount = ZERO AND WSBusCount = ZERO
                   DISPLAY "WelcomeRun: no new customers for "
                       WSRunDate "."
               END-IF
               DISPLAY "CUSTCAMPAIGN" UPON ENVIRONMENT-NAME
               DISPLAY WSCampCode UPON ENVIRONMENT-VALUE
               DISPLAY "CUSTCORRDOC" UPON ENVIRONMENT-NAME
               DISPLAY "WELCOME" UPON ENVIRONMENT-VALUE
      *    Each pass gets its own print file, the Dunning
      *    RunLetterPass discipline -- otherwise the second pass's
      *    OPEN OUTPUT would truncate the first pass's letters out
                   CANCEL 'FormLetter'
                   CALL 'FormLetter'
               END-IF
               DISPLAY "CUSTCORRDOC" UPON ENVIRONMENT-NAME
               DISPLAY " " UPON ENVIRONMENT-VALUE
               COMPUTE WSLogRecords = WSIndCount + WSBusCount
               MOVE 'E' TO WSLogEvent
               PERFORM WriteRunLogRecord

      *|==============================================================|
      *    BuildWelcomeLists walks the journal for the date's adds,
      *    keeps the ones still on the master, active, never yet
      *    welcomed, and clear of any legal hold, and deals them
      *    onto the individual or business Id list by record type.
      *|==============================================================|

           BuildWelcomeLists.
               IF NOT CustActive
                   EXIT PARAGRAPH
               END-IF
               CALL 'LegalCheck' USING JrnlIDNum WSLegalAnswer
                   WSLegalType WSLegalName
               IF WSLegalHeld
                   ADD 1 TO WSLegalCount
                   IF WSLegalCount <= 200
                       MOVE JrnlIDNum TO LglIDNum(WSLegalCount)
                       MOVE WSLegalName TO LglName(WSLegalCount)
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               IF CustBusiness
                   MOVE IDNum OF CustomerData TO BusListLine
                   WRITE BusListLine
                   MOVE JrnlIDNum TO WelcomedId(WSWelCount)
               END-IF.

      *|==============================================================|
      *    PrintWelcomeReport lists the new customers a legal hold
      *    kept off the welcome lists, then the day's counts.
      *|==============================================================|

           PrintWelcomeReport.
               OPEN OUTPUT WelcomeReport
               MOVE 'B' TO WSBnrFunction
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   WSBnrRequestor WSBnrCount WSBnrLine1 WSBnrLine2
               WRITE WelcomeLine FROM WSBnrLine1
               WRITE WelcomeLine FROM WSBnrLine2
               MOVE WSRunDate TO PrnHeadDate
               WRITE WelcomeLine FROM HeadLine1
                   AFTER ADVANCING 1 LINE
               WRITE WelcomeLine FROM HeadLine2
                   AFTER ADVANCING 2 LINES
               PERFORM VARYING WSLegalIdx FROM 1 BY 1
                   UNTIL WSLegalIdx > WSLegalCount
                       OR WSLegalIdx > 200
                   MOVE LglIDNum(WSLegalIdx) TO PrnHeldId
                   MOVE LglName(WSLegalIdx) TO PrnHeldName
                   WRITE WelcomeLine FROM HeldLine
                       AFTER ADVANCING 1 LINE
               END-PERFORM
               MOVE "Individual welcomes" TO PrnTotLabel
               MOVE WSIndCount TO PrnTotCount
               WRITE WelcomeLine FROM TotalLine
                   AFTER ADVANCING 2 LINES
               MOVE "Business welcomes" TO PrnTotLabel
               MOVE WSBusCount TO PrnTotCount
               WRITE WelcomeLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE "Held, legal hold" TO PrnTotLabel
               MOVE WSLegalCount TO PrnTotCount
               WRITE WelcomeLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE 'T' TO WSBnrFunction
               COMPUTE WSBnrCount = WSIndCount + WSBusCount
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   WSBnrRequestor WSBnrCount WSBnrLine1 WSBnrLine2
               WRITE WelcomeLine FROM WSBnrLine1
               CLOSE WelcomeReport
               MOVE "WelcomeRun" TO WSCatReportName
               MOVE WSReportFileName TO WSCatFileName
               COMPUTE WSCatRecords = WSIndCount + WSBusCount
               CALL 'RptCatalog' USING WSCatReportName
                   WSCatFileName WSCatPages WSCatRecords.

           WriteRunLogRecord.
               CALL 'RunLog' USING WSLogStepName WSLogEvent
                   WSLogRecords WSLogRejects WSLogRC
