      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReferralRpt.

      *|==============================================================|
      *    ReferralRpt is the monthly referral report sales reads
      *    the program by: for each referring customer, the month's
      *    referrals captured, referrals that qualified, rewards
      *    paid and their amount, and referrals lost (lapsed or
      *    voided), all off the referral file (CUSTREFERRAL,
      *    default Referral.dat, RefRec.cpy layout) as RefCapture
      *    and ReferralRun keep it. Each referrer is shown under
      *    the territory TerrAssign last stamped on the assignment
      *    file (CUSTTERR, default CustTerr.dat), UNAS when there is
      *    none, and a second section totals the month by
      *    territory, labelled from the territory definitions
      *    (CUSTTERRDEF, default TerrDef.dat) as TerrReport labels
      *    them.
      *
      *    The referrer's territory is joined the way CustProfit
      *    joins it: the assignments and the month's referral
      *    events go through one sort on the referrer's Id, the
      *    assignment ahead of the events, the latest assignment
      *    standing.
      *
      *    A referral counts as captured in the month of its
      *    capture date, qualified in the month of its
      *    qualification date, and paid or lost in the month its
      *    status moved. The month is CUSTRFLMONTH (yyyymm) when
      *    set, else the business date's month; the nightly chain
      *    runs it on the month's last cycle, after ReferralRun.
      *    The report goes to CUSTRFLRPT, default ReferralRpt.rpt.
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT ReferralFile ASSIGN TO WSReferralFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS RflNewIDNum
                   FILE STATUS IS WSReferralStatus.

               SELECT AssignFile ASSIGN TO WSAssignFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSAssignStatus.

               SELECT TerrDefFile ASSIGN TO WSTerrDefFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSTerrDefStatus.

               SELECT CustomerFile ASSIGN TO WSCustFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS IDNum
                   ALTERNATE RECORD KEY IS LastName
                       WITH DUPLICATES
                   FILE STATUS IS WSFileStatus.

               SELECT SortWorkFile ASSIGN TO "ReferralRpt.wrk".

               SELECT RefRptFile ASSIGN TO WSReportFileName
                   ORGANIZATION IS LINE SEQUENTIAL.

      *|==============================================================|

       DATA DIVISION.

           FILE SECTION.

               FD ReferralFile.
                   COPY "RefRec.cpy".

               FD AssignFile.
                   1 TerritoryAsgRecord.
                       2 TAsgIDNum PIC 9(7).
                       2 TAsgCode PIC X(4).
                       2 TAsgDate PIC 9(8).

               FD TerrDefFile.
                   COPY "TerrRec.cpy".

               FD CustomerFile.
                   COPY "CustRec.cpy".

      *    One entry per territory assignment or referral event,
      *    by referrer; the assignments sort by date so the latest
      *    is the one left standing.
               SD SortWorkFile.
                   1 SortEntry.
                       2 SortIDNum PIC 9(7).
                       2 SortKind PIC X(1).
                           88 SortIsTerritory VALUE 'A'.
                           88 SortIsReferral VALUE 'R'.
                       2 SortDate PIC 9(8).
                       2 SortTerr PIC X(4).
                       2 SortCaptured PIC 9(1).
                       2 SortQualified PIC 9(1).
                       2 SortPaid PIC 9(1).
                       2 SortLost PIC 9(1).
                       2 SortAmount PIC 9(5)V99.

               FD RefRptFile.
                   1 RefRptLine PIC X(100).

           WORKING-STORAGE SECTION.

               1 WSReferralFileName PIC X(100).
               1 WSAssignFileName PIC X(100).
               1 WSTerrDefFileName PIC X(100).
               1 WSCustFileName PIC X(100).
               1 WSReportFileName PIC X(100).

               1 WSReferralStatus PIC X(2).
                   88 WSReferralOK VALUE '00'.
               1 WSAssignStatus PIC X(2).
                   88 WSAssignOK VALUE '00'.
               1 WSTerrDefStatus PIC X(2).
                   88 WSTerrDefOK VALUE '00'.
               1 WSFileStatus PIC X(2).
                   88 WSFileOK VALUE '00'.

               1 WSCustFileFlag PIC X(1) VALUE 'N'.
                   88 WSCustFileAvail VALUE 'Y'.

               1 WSEOF PIC X(1).
                   88 WSAtEOF VALUE 'Y'.
               1 WSSortEOF PIC X(1) VALUE 'N'.
                   88 WSSortAtEOF VALUE 'Y'.
               1 WSFirstFlag PIC X(1) VALUE 'Y'.
                   88 WSIsFirstRecord VALUE 'Y'.

               1 WSBizDateParm PIC X(8).
               1 WSRunDate PIC 9(8).
               1 WSMonthParm PIC X(6).
               1 WSRefMonth PIC 9(6).

      *    The referrer being totalled at the sort break.
               1 WSRefrIDNum PIC 9(7).
               1 WSRefrTerr PIC X(4).
               1 WSRefrCaptured PIC 9(5).
               1 WSRefrQualified PIC 9(5).
               1 WSRefrPaid PIC 9(5).
               1 WSRefrLost PIC 9(5).
               1 WSRefrAmount PIC 9(7)V99.

      *    Referrers with any activity in the month, in Id order as
      *    the sort hands them over.
               1 WSRfMax PIC 9(5) VALUE 5000.
               1 WSRfCount PIC 9(5) VALUE ZERO.
               1 WSRfIdx PIC 9(5).
               1 WSRfDropped PIC 9(5) VALUE ZERO.
               1 ReferrerTable.
                   2 ReferrerEntry OCCURS 5000 TIMES.
                       3 RfIDNum PIC 9(7).
                       3 RfTerr PIC X(4).
                       3 RfCaptured PIC 9(5).
                       3 RfQualified PIC 9(5).
                       3 RfPaid PIC 9(5).
                       3 RfLost PIC 9(5).
                       3 RfAmount PIC 9(7)V99.

      *    Month totals by territory.
               1 WSTtMax PIC 9(3) VALUE 200.
               1 WSTtCount PIC 9(3) VALUE ZERO.
               1 WSTtIdx PIC 9(3).
               1 WSTtFound PIC 9(3).
               1 TerritoryTable.
                   2 TerritoryEntry OCCURS 200 TIMES.
                       3 TtCode PIC X(4).
                       3 TtLabel PIC X(25).
                       3 TtReferrers PIC 9(5).
                       3 TtCaptured PIC 9(5).
                       3 TtQualified PIC 9(5).
                       3 TtPaid PIC 9(5).
                       3 TtLost PIC 9(5).
                       3 TtAmount PIC 9(9)V99.

               1 WSTotCaptured PIC 9(7) VALUE ZERO.
               1 WSTotQualified PIC 9(7) VALUE ZERO.
               1 WSTotPaid PIC 9(7) VALUE ZERO.
               1 WSTotLost PIC 9(7) VALUE ZERO.
               1 WSTotAmount PIC 9(9)V99 VALUE ZERO.

               1 HeadLine1.
                   2 FILLER PIC X(28)
                       VALUE " Customer referrals, month ".
                   2 PrnHeadMonth PIC 9(6).

               1 HeadLine2.
                   2 FILLER PIC X(9) VALUE " Referrer".
                   2 FILLER PIC X(22) VALUE "  Name".
                   2 FILLER PIC X(5) VALUE "Terr".
                   2 FILLER PIC X(8) VALUE "Referred".
                   2 FILLER PIC X(8) VALUE " Qualif.".
                   2 FILLER PIC X(8) VALUE "    Paid".
                   2 FILLER PIC X(12) VALUE "      Amount".
                   2 FILLER PIC X(8) VALUE "    Lost".

               1 ReferrerLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnRfId PIC 9(7).
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnRfName PIC X(20).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnRfTerr PIC X(4).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnRfCaptured PIC ZZZZZZZ9.
                   2 PrnRfQualified PIC ZZZZZZZ9.
                   2 PrnRfPaid PIC ZZZZZZZ9.
                   2 PrnRfAmount PIC ZZZ,ZZZ,ZZ9.99.
                   2 PrnRfLost PIC ZZZZZZZ9.

               1 TerrHeadLine.
                   2 FILLER PIC X(27) VALUE " Territory".
                   2 FILLER PIC X(9) VALUE "Referrers".
                   2 FILLER PIC X(8) VALUE "Referred".
                   2 FILLER PIC X(8) VALUE " Qualif.".
                   2 FILLER PIC X(8) VALUE "    Paid".
                   2 FILLER PIC X(12) VALUE "      Amount".
                   2 FILLER PIC X(8) VALUE "    Lost".

               1 TerrLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnTtLabel PIC X(25).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnTtReferrers PIC ZZZZZZZ9.
                   2 PrnTtCaptured PIC ZZZZZZZ9.
                   2 PrnTtQualified PIC ZZZZZZZ9.
                   2 PrnTtPaid PIC ZZZZZZZ9.
                   2 PrnTtAmount PIC ZZZ,ZZZ,ZZ9.99.
                   2 PrnTtLost PIC ZZZZZZZ9.

               1 TotalLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnTotLabel PIC X(24).
                   2 PrnTotCount PIC ZZZZZZ9.
                   2 FILLER PIC X(3) VALUE SPACE.
                   2 PrnTotAmount PIC ZZZ,ZZZ,ZZ9.99.

      *    Standard report identification and catalog registration.
               1 WSBnrFunction PIC X(1).
               1 WSBnrReportName PIC X(20) VALUE "ReferralRpt".
               1 WSBnrRequestor PIC X(8) VALUE "BATCH".
               1 WSBnrCount PIC 9(7) VALUE ZERO.
               1 WSBnrLine1 PIC X(80).
               1 WSBnrLine2 PIC X(80).

               1 WSCatReportName PIC X(20).
               1 WSCatFileName PIC X(100).
               1 WSCatPages PIC 9(4) VALUE ZERO.
               1 WSCatRecords PIC 9(7) VALUE ZERO.

      *    Run-log work area handed to the shared RunLog subprogram.
               1 WSLogStepName PIC X(20) VALUE "ReferralRpt".
               1 WSLogEvent PIC X(1).
               1 WSLogRecords PIC 9(7) VALUE ZERO.
               1 WSLogRejects PIC 9(7) VALUE ZERO.
               1 WSLogRC PIC 9(4) VALUE ZERO.
               1 WSLogCapacity PIC 9(5) VALUE ZERO.

      *|==============================================================|

       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSBizDateParm FROM ENVIRONMENT "CUSTBIZDATE"
                   ON EXCEPTION
                       MOVE SPACES TO WSBizDateParm
               END-ACCEPT
               IF WSBizDateParm = SPACES
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WSRunDate
               ELSE
                   MOVE WSBizDateParm TO WSRunDate
               END-IF
               ACCEPT WSMonthParm FROM ENVIRONMENT "CUSTRFLMONTH"
                   ON EXCEPTION
                       MOVE SPACES TO WSMonthParm
               END-ACCEPT
               IF WSMonthParm IS NUMERIC
                   MOVE WSMonthParm TO WSRefMonth
               ELSE
                   MOVE WSRunDate(1:6) TO WSRefMonth
               END-IF
               ACCEPT WSReferralFileName FROM ENVIRONMENT
                       "CUSTREFERRAL"
                   ON EXCEPTION
                       MOVE "Referral.dat" TO WSReferralFileName
               END-ACCEPT
               ACCEPT WSAssignFileName FROM ENVIRONMENT "CUSTTERR"
                   ON EXCEPTION
                       MOVE "CustTerr.dat" TO WSAssignFileName
               END-ACCEPT
               ACCEPT WSTerrDefFileName FROM ENVIRONMENT
                       "CUSTTERRDEF"
                   ON EXCEPTION
                       MOVE "TerrDef.dat" TO WSTerrDefFileName
               END-ACCEPT
               ACCEPT WSCustFileName FROM ENVIRONMENT "CUSTMSTR"
                   ON EXCEPTION
                       MOVE "test.dat" TO WSCustFileName
               END-ACCEPT
               ACCEPT WSReportFileName FROM ENVIRONMENT "CUSTRFLRPT"
                   ON EXCEPTION
                       MOVE "ReferralRpt.rpt" TO WSReportFileName
               END-ACCEPT
               MOVE 'S' TO WSLogEvent
               PERFORM WriteRunLogRecord
               SORT SortWorkFile
                   ASCENDING KEY SortIDNum
                   ASCENDING KEY SortKind
                   ASCENDING KEY SortDate
                   INPUT PROCEDURE IS ReleaseSources
                   OUTPUT PROCEDURE IS TotalReferrers
               PERFORM FillTerritoryNames
               OPEN INPUT CustomerFile
               IF WSFileOK
                   SET WSCustFileAvail TO TRUE
               END-IF
               PERFORM PrintReferralReport
               IF WSCustFileAvail
                   CLOSE CustomerFile
               END-IF
               MOVE "ReferralRpt" TO WSCatReportName
               MOVE WSReportFileName TO WSCatFileName
               MOVE WSRfCount TO WSCatRecords
               CALL 'RptCatalog' USING WSCatReportName
                   WSCatFileName WSCatPages WSCatRecords
               DISPLAY "ReferralRpt: " WSRefMonth " -- "
                   WSTotCaptured " referred, " WSTotQualified
                   " qualified, " WSTotPaid " rewards paid."
               IF WSRfDropped > ZERO
                   DISPLAY "ReferralRpt: " WSRfDropped
                       " referrers past the table were totalled "
                       "but not listed."
                   MOVE 4 TO WSLogRC
               END-IF
               MOVE 'E' TO WSLogEvent
               MOVE WSRfCount TO WSLogRecords
               PERFORM WriteRunLogRecord
               MOVE ZERO TO RETURN-CODE
               GOBACK.

      *|==============================================================|
      *    ReleaseSources hands the sort every territory assignment
      *    and one event line for each referral that captured,
      *    qualified, paid, or was lost in the month.
      *|==============================================================|

           ReleaseSources.
               PERFORM ReleaseTerritories
               PERFORM ReleaseReferrals.

           ReleaseTerritories.
               MOVE 'N' TO WSEOF
               OPEN INPUT AssignFile
               IF NOT WSAssignOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ AssignFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           INITIALIZE SortEntry
                           MOVE TAsgIDNum TO SortIDNum
                           MOVE 'A' TO SortKind
                           MOVE TAsgDate TO SortDate
                           MOVE TAsgCode TO SortTerr
                           RELEASE SortEntry
                   END-READ
               END-PERFORM
               CLOSE AssignFile.

           ReleaseReferrals.
               MOVE 'N' TO WSEOF
               OPEN INPUT ReferralFile
               IF NOT WSReferralOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ ReferralFile NEXT RECORD
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           PERFORM ReleaseOneReferral
                   END-READ
               END-PERFORM
               CLOSE ReferralFile.

           ReleaseOneReferral.
               INITIALIZE SortEntry
               MOVE RflReferrerId TO SortIDNum
               MOVE 'R' TO SortKind
               MOVE RflCaptureDate TO SortDate
               IF RflCaptureDate(1:6) = WSRefMonth
                   MOVE 1 TO SortCaptured
               END-IF
               IF RflQualDate(1:6) = WSRefMonth
                   MOVE 1 TO SortQualified
               END-IF
               IF RflStatusDate(1:6) = WSRefMonth
                   IF RflRewarded
                       MOVE 1 TO SortPaid
                       MOVE RflRewardAmount TO SortAmount
                   END-IF
                   IF RflLapsed OR RflVoid
                       MOVE 1 TO SortLost
                   END-IF
               END-IF
               IF SortCaptured + SortQualified + SortPaid + SortLost
                       > ZERO
                   RELEASE SortEntry
               END-IF.

      *|==============================================================|
      *    TotalReferrers drains the sort a referrer at a time and,
      *    at each break, files the referrer's month in the referrer
      *    list and its territory's totals.
      *|==============================================================|

           TotalReferrers.
               PERFORM UNTIL WSSortAtEOF
                   RETURN SortWorkFile
                       AT END SET WSSortAtEOF TO TRUE
                       NOT AT END
                           IF WSIsFirstRecord
                               OR SortIDNum NOT = WSRefrIDNum
                               IF NOT WSIsFirstRecord
                                   PERFORM CloseReferrer
                               END-IF
                               PERFORM OpenReferrer
                           END-IF
                           PERFORM TakeOneEntry
                   END-RETURN
               END-PERFORM
               IF NOT WSIsFirstRecord
                   PERFORM CloseReferrer
               END-IF.

           OpenReferrer.
               MOVE 'N' TO WSFirstFlag
               MOVE SortIDNum TO WSRefrIDNum
               MOVE "UNAS" TO WSRefrTerr
               MOVE ZERO TO WSRefrCaptured WSRefrQualified
                   WSRefrPaid WSRefrLost WSRefrAmount.

           TakeOneEntry.
               IF SortIsTerritory
                   MOVE SortTerr TO WSRefrTerr
               ELSE
                   ADD SortCaptured TO WSRefrCaptured
                   ADD SortQualified TO WSRefrQualified
                   ADD SortPaid TO WSRefrPaid
                   ADD SortLost TO WSRefrLost
                   ADD SortAmount TO WSRefrAmount
               END-IF.

      *    A customer with a territory and no referral activity
      *    has nothing to show.
           CloseReferrer.
               IF WSRefrCaptured + WSRefrQualified + WSRefrPaid
                       + WSRefrLost = ZERO
                   EXIT PARAGRAPH
               END-IF
               ADD WSRefrCaptured TO WSTotCaptured
               ADD WSRefrQualified TO WSTotQualified
               ADD WSRefrPaid TO WSTotPaid
               ADD WSRefrLost TO WSTotLost
               ADD WSRefrAmount TO WSTotAmount
               IF WSRfCount < WSRfMax
                   ADD 1 TO WSRfCount
                   MOVE WSRefrIDNum TO RfIDNum(WSRfCount)
                   MOVE WSRefrTerr TO RfTerr(WSRfCount)
                   MOVE WSRefrCaptured TO RfCaptured(WSRfCount)
                   MOVE WSRefrQualified TO RfQualified(WSRfCount)
                   MOVE WSRefrPaid TO RfPaid(WSRfCount)
                   MOVE WSRefrLost TO RfLost(WSRfCount)
                   MOVE WSRefrAmount TO RfAmount(WSRfCount)
               ELSE
                   ADD 1 TO WSRfDropped
               END-IF
               MOVE ZERO TO WSTtFound
               PERFORM VARYING WSTtIdx FROM 1 BY 1
                       UNTIL WSTtIdx > WSTtCount
                           OR WSTtFound > ZERO
                   IF TtCode(WSTtIdx) = WSRefrTerr
                       MOVE WSTtIdx TO WSTtFound
                   END-IF
               END-PERFORM
               IF WSTtFound = ZERO
                   IF WSTtCount >= WSTtMax
                       MOVE WSTtMax TO WSTtFound
                   ELSE
                       ADD 1 TO WSTtCount
                       MOVE WSTtCount TO WSTtFound
                       MOVE WSRefrTerr TO TtCode(WSTtFound)
                       MOVE WSRefrTerr TO TtLabel(WSTtFound)
                       MOVE ZERO TO TtReferrers(WSTtFound)
                           TtCaptured(WSTtFound)
                           TtQualified(WSTtFound) TtPaid(WSTtFound)
                           TtLost(WSTtFound) TtAmount(WSTtFound)
                   END-IF
               END-IF
               ADD 1 TO TtReferrers(WSTtFound)
               ADD WSRefrCaptured TO TtCaptured(WSTtFound)
               ADD WSRefrQualified TO TtQualified(WSTtFound)
               ADD WSRefrPaid TO TtPaid(WSTtFound)
               ADD WSRefrLost TO TtLost(WSTtFound)
               ADD WSRefrAmount TO TtAmount(WSTtFound).

      *|==============================================================|
      *    FillTerritoryNames labels each territory's totals from
      *    the definitions, first match winning as in TerrReport.
      *|==============================================================|

           FillTerritoryNames.
               MOVE 'N' TO WSEOF
               OPEN INPUT TerrDefFile
               IF WSTerrDefOK
                   PERFORM UNTIL WSAtEOF
                       READ TerrDefFile
                           AT END SET WSAtEOF TO TRUE
                           NOT AT END PERFORM NameOneTerritory
                       END-READ
                   END-PERFORM
                   CLOSE TerrDefFile
               END-IF
               PERFORM VARYING WSTtIdx FROM 1 BY 1
                       UNTIL WSTtIdx > WSTtCount
                   IF TtCode(WSTtIdx) = "UNAS"
                       MOVE "UNAS Unassigned" TO TtLabel(WSTtIdx)
                   END-IF
               END-PERFORM.

           NameOneTerritory.
               PERFORM VARYING WSTtIdx FROM 1 BY 1
                       UNTIL WSTtIdx > WSTtCount
                   IF TtCode(WSTtIdx) = TerrCode
                       AND TtLabel(WSTtIdx) = TtCode(WSTtIdx)
                       MOVE SPACES TO TtLabel(WSTtIdx)
                       STRING TerrCode " " TerrName
                           DELIMITED BY SIZE
                           INTO TtLabel(WSTtIdx)
                       END-STRING
                   END-IF
               END-PERFORM.

      *|==============================================================|
      *    PrintReferralReport writes the referrers in Id order,
      *    the territory totals, and the month's totals.
      *|==============================================================|

           PrintReferralReport.
               OPEN OUTPUT RefRptFile
               MOVE 'B' TO WSBnrFunction
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   WSBnrRequestor WSBnrCount WSBnrLine1 WSBnrLine2
               WRITE RefRptLine FROM WSBnrLine1
               WRITE RefRptLine FROM WSBnrLine2
               MOVE WSRefMonth TO PrnHeadMonth
               WRITE RefRptLine FROM HeadLine1
                   AFTER ADVANCING 1 LINE
               WRITE RefRptLine FROM HeadLine2
                   AFTER ADVANCING 2 LINES
               PERFORM VARYING WSRfIdx FROM 1 BY 1
                       UNTIL WSRfIdx > WSRfCount
                   PERFORM PrintOneReferrer
               END-PERFORM
               WRITE RefRptLine FROM TerrHeadLine
                   AFTER ADVANCING 3 LINES
               PERFORM VARYING WSTtIdx FROM 1 BY 1
                       UNTIL WSTtIdx > WSTtCount
                   MOVE TtLabel(WSTtIdx) TO PrnTtLabel
                   MOVE TtReferrers(WSTtIdx) TO PrnTtReferrers
                   MOVE TtCaptured(WSTtIdx) TO PrnTtCaptured
                   MOVE TtQualified(WSTtIdx) TO PrnTtQualified
                   MOVE TtPaid(WSTtIdx) TO PrnTtPaid
                   MOVE TtAmount(WSTtIdx) TO PrnTtAmount
                   MOVE TtLost(WSTtIdx) TO PrnTtLost
                   WRITE RefRptLine FROM TerrLine
                       AFTER ADVANCING 1 LINE
               END-PERFORM
               MOVE "Referrals captured" TO PrnTotLabel
               MOVE WSTotCaptured TO PrnTotCount
               MOVE ZERO TO PrnTotAmount
               WRITE RefRptLine FROM TotalLine
                   AFTER ADVANCING 2 LINES
               MOVE "Referrals qualified" TO PrnTotLabel
               MOVE WSTotQualified TO PrnTotCount
               WRITE RefRptLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE "Rewards paid" TO PrnTotLabel
               MOVE WSTotPaid TO PrnTotCount
               MOVE WSTotAmount TO PrnTotAmount
               WRITE RefRptLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE "Referrals lapsed or void" TO PrnTotLabel
               MOVE WSTotLost TO PrnTotCount
               MOVE ZERO TO PrnTotAmount
               WRITE RefRptLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE 'T' TO WSBnrFunction
               MOVE WSRfCount TO WSBnrCount
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   WSBnrRequestor WSBnrCount WSBnrLine1 WSBnrLine2
               WRITE RefRptLine FROM WSBnrLine1
               CLOSE RefRptFile.

           PrintOneReferrer.
               MOVE RfIDNum(WSRfIdx) TO PrnRfId
               MOVE SPACES TO PrnRfName
               IF WSCustFileAvail
                   MOVE RfIDNum(WSRfIdx) TO IDNum OF CustomerData
                   READ CustomerFile
                       INVALID KEY
                           MOVE "(not on file)" TO PrnRfName
                       NOT INVALID KEY
                           IF CustBusiness OF CustomerData
                               MOVE CustCompanyName OF CustomerData
                                   TO PrnRfName
                           ELSE
                               STRING FUNCTION TRIM(FirstName OF
                                       CustomerData) " "
                                   FUNCTION TRIM(LastName OF
                                       CustomerData)
                                   DELIMITED BY SIZE
                                   INTO PrnRfName
                               END-STRING
                           END-IF
                   END-READ
               END-IF
               MOVE RfTerr(WSRfIdx) TO PrnRfTerr
               MOVE RfCaptured(WSRfIdx) TO PrnRfCaptured
               MOVE RfQualified(WSRfIdx) TO PrnRfQualified
               MOVE RfPaid(WSRfIdx) TO PrnRfPaid
               MOVE RfAmount(WSRfIdx) TO PrnRfAmount
               MOVE RfLost(WSRfIdx) TO PrnRfLost
               WRITE RefRptLine FROM ReferrerLine
                   AFTER ADVANCING 1 LINE.

           WriteRunLogRecord.
               CALL 'RunLog' USING WSLogStepName WSLogEvent
                   WSLogRecords WSLogRejects WSLogRC
                   WSLogCapacity.

      *|==============================================================|
