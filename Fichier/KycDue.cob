      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. KycDue.

      *|==============================================================|
      *    KycDue is the month-end identity-verification follow-up:
      *    every active customer on the master is set against the
      *    identity-verification file (CUSTKYC, default KycFile.dat,
      *    KycRec.cpy layout), and the report (CUSTKYCRPT, default
      *    KycDue.rpt) lists, individuals first and then businesses,
      *    each one that needs the identification seen again:
      *        EXPIRED  - the document on file has passed its expiry
      *        REVERIFY - the periodic re-verification falls due by
      *                   the business date plus CUSTKYCLEAD days
      *                   (default 30), so next month's work shows
      *                   in time; the period runs from the last
      *                   verification, CUSTKYCREVI days (default
      *                   1095) for an individual and CUSTKYCREVB
      *                   days (default 365) for a business
      *        PENDING  - documents asked for and never seen
      *        FAILED   - documents seen and refused
      *    Each type's section closes with its counts, including the
      *    active customers with no verification on file at all --
      *    counted rather than listed, since before the file existed
      *    that was everybody.
      *
      *    Inside the RptBanner frame, registered in the report
      *    catalog, logged on the run log. RC 0: the list is work
      *    for the compliance desk, not a reason to stop the night.
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT CustomerFile ASSIGN TO WSCustFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS IDNum
                   ALTERNATE RECORD KEY IS LastName
                       WITH DUPLICATES
                   FILE STATUS IS WSFileStatus.

               SELECT KycFile ASSIGN TO WSKycFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS KycIDNum
                   FILE STATUS IS WSKycFileStatus.

               SELECT DueReport ASSIGN TO WSReportFileName
                   ORGANIZATION IS LINE SEQUENTIAL.

      *|==============================================================|

       DATA DIVISION.

           FILE SECTION.

               FD CustomerFile.
                   COPY "CustRec.cpy".

               FD KycFile.
                   COPY "KycRec.cpy".

               FD DueReport.
                   1 DueLine PIC X(80).

           WORKING-STORAGE SECTION.

               1 WSCustFileName PIC X(100).
               1 WSKycFileName PIC X(100).
               1 WSReportFileName PIC X(100).

               1 WSFileStatus PIC X(2).
                   88 WSFileOK VALUE '00'.
               1 WSKycFileStatus PIC X(2).
                   88 WSKycFileOK VALUE '00'.

               1 WSKycAvailFlag PIC X(1) VALUE 'N'.
                   88 WSKycFileAvail VALUE 'Y'.

               1 WSEOF PIC X(1).
                   88 WSAtEOF VALUE 'Y'.

               1 WSBizDateParm PIC X(8).
               1 WSRunDate PIC 9(8).

               1 WSDaysParm PIC X(5).
               1 WSLeadDays PIC 9(5) VALUE 30.
               1 WSPeriodInd PIC 9(5) VALUE 1095.
               1 WSPeriodBus PIC 9(5) VALUE 365.

      *    Due on or before the horizon is due now.
               1 WSHorizon PIC 9(8).
               1 WSDueDate PIC 9(8).

               1 WSDateCalcOp PIC X(1).
               1 WSDateCalcDate2 PIC 9(8) VALUE ZERO.
               1 WSDateCalcDays PIC S9(7).
               1 WSDateCalcResult PIC 9(8).
               1 WSDateCalcDow PIC 9(1).
               1 WSDateCalcValid PIC X(1).

      *    The type the pass in hand is listing, 'I' then 'B'.
               1 WSPassType PIC X(1).
                   88 WSPassBusiness VALUE 'B'.

               1 WSReason PIC X(8).

               1 WSTypeCounts.
                   2 WSActiveCount PIC 9(7).
                   2 WSVerifiedCount PIC 9(7).
                   2 WSExpiredCount PIC 9(7).
                   2 WSReverifyCount PIC 9(7).
                   2 WSPendingCount PIC 9(7).
                   2 WSFailedCount PIC 9(7).
                   2 WSNoneCount PIC 9(7).

               1 WSListedTotal PIC 9(7) VALUE ZERO.

      *    Report lines.
               1 HeadLine1.
                   2 FILLER PIC X(37)
                       VALUE " Identity verification follow-up to ".
                   2 PrnHeadDate PIC 9(8).
                   2 FILLER PIC X(15) VALUE ", due through ".
                   2 PrnHeadHorizon PIC 9(8).

               1 SectionLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnSectionName PIC X(40).

               1 ColumnLine.
                   2 FILLER PIC X(44) VALUE
                       " Id       Name                    Reason   ".
                   2 FILLER PIC X(36) VALUE
                       "Doc Verified By       Expires  Due".

               1 DetailLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnDetId PIC 9(7).
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnDetName PIC X(22).
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnDetReason PIC X(8).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnDetDocType PIC X(1).
                   2 FILLER PIC X(3) VALUE SPACE.
                   2 PrnDetVerified PIC 9(8).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnDetOperator PIC X(8).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnDetExpiry PIC 9(8).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnDetDue PIC 9(8).

               1 TotalLine.
                   2 FILLER PIC X(3) VALUE SPACE.
                   2 PrnTotLabel PIC X(30).
                   2 PrnTotCount PIC ZZZZZZ9.

      *    Standard report identification and catalog registration.
               1 WSBnrFunction PIC X(1).
               1 WSBnrReportName PIC X(20) VALUE "KycDue".
               1 WSBnrRequestor PIC X(8) VALUE "BATCH".
               1 WSBnrCount PIC 9(7) VALUE ZERO.
               1 WSBnrLine1 PIC X(80).
               1 WSBnrLine2 PIC X(80).

               1 WSCatReportName PIC X(20).
               1 WSCatFileName PIC X(100).
               1 WSCatPages PIC 9(4) VALUE ZERO.
               1 WSCatRecords PIC 9(7) VALUE ZERO.

      *    Run-log work area.
               1 WSLogStepName PIC X(20) VALUE "KycDue".
               1 WSLogEvent PIC X(1).
               1 WSLogRecords PIC 9(7) VALUE ZERO.
               1 WSLogRejects PIC 9(7) VALUE ZERO.
               1 WSLogRC PIC 9(4) VALUE ZERO.
               1 WSLogCapacity PIC 9(5) VALUE ZERO.

      *|==============================================================|

       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSCustFileName FROM ENVIRONMENT "CUSTMSTR"
                   ON EXCEPTION
                       MOVE "test.dat" TO WSCustFileName
               END-ACCEPT
               ACCEPT WSKycFileName FROM ENVIRONMENT "CUSTKYC"
                   ON EXCEPTION
                       MOVE "KycFile.dat" TO WSKycFileName
               END-ACCEPT
               ACCEPT WSReportFileName FROM ENVIRONMENT "CUSTKYCRPT"
                   ON EXCEPTION
                       MOVE "KycDue.rpt" TO WSReportFileName
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
               PERFORM GetPeriodParms
               MOVE 'S' TO WSLogEvent
               PERFORM WriteRunLogRecord
               OPEN INPUT CustomerFile
               IF NOT WSFileOK
                   DISPLAY "KycDue: customer file will not open: "
                       WSFileStatus
                   MOVE 8 TO WSLogRC
                   MOVE 'E' TO WSLogEvent
                   PERFORM WriteRunLogRecord
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               CLOSE CustomerFile
               OPEN INPUT KycFile
               IF WSKycFileOK
                   SET WSKycFileAvail TO TRUE
               END-IF
               MOVE 'A' TO WSDateCalcOp
               MOVE WSLeadDays TO WSDateCalcDays
               CALL 'DateCalc' USING WSDateCalcOp WSRunDate
                   WSDateCalcDate2 WSDateCalcDays WSHorizon
                   WSDateCalcDow WSDateCalcValid
               OPEN OUTPUT DueReport
               MOVE 'B' TO WSBnrFunction
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   WSBnrRequestor WSBnrCount WSBnrLine1 WSBnrLine2
               WRITE DueLine FROM WSBnrLine1
               WRITE DueLine FROM WSBnrLine2
               MOVE WSRunDate TO PrnHeadDate
               MOVE WSHorizon TO PrnHeadHorizon
               WRITE DueLine FROM HeadLine1
                   AFTER ADVANCING 1 LINE
               MOVE 'I' TO WSPassType
               MOVE "Individuals" TO PrnSectionName
               PERFORM ListOneType
               MOVE 'B' TO WSPassType
               MOVE "Businesses" TO PrnSectionName
               PERFORM ListOneType
               MOVE 'T' TO WSBnrFunction
               MOVE WSListedTotal TO WSBnrCount
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   WSBnrRequestor WSBnrCount WSBnrLine1 WSBnrLine2
               WRITE DueLine FROM WSBnrLine1
                   AFTER ADVANCING 2 LINES
               CLOSE DueReport
               IF WSKycFileAvail
                   CLOSE KycFile
               END-IF
               MOVE "KycDue" TO WSCatReportName
               MOVE WSReportFileName TO WSCatFileName
               MOVE WSListedTotal TO WSCatRecords
               CALL 'RptCatalog' USING WSCatReportName
                   WSCatFileName WSCatPages WSCatRecords
               MOVE WSListedTotal TO WSLogRecords
               MOVE 'E' TO WSLogEvent
               PERFORM WriteRunLogRecord
               DISPLAY "KycDue: " WSListedTotal
                   " customers due for identity verification."
               MOVE ZERO TO RETURN-CODE
               GOBACK.

           GetPeriodParms.
               ACCEPT WSDaysParm FROM ENVIRONMENT "CUSTKYCLEAD"
                   ON EXCEPTION
                       MOVE SPACES TO WSDaysParm
               END-ACCEPT
               IF WSDaysParm NOT = SPACES
                   MOVE FUNCTION NUMVAL(WSDaysParm) TO WSLeadDays
               END-IF
               ACCEPT WSDaysParm FROM ENVIRONMENT "CUSTKYCREVI"
                   ON EXCEPTION
                       MOVE SPACES TO WSDaysParm
               END-ACCEPT
               IF WSDaysParm NOT = SPACES
                   MOVE FUNCTION NUMVAL(WSDaysParm) TO WSPeriodInd
               END-IF
               ACCEPT WSDaysParm FROM ENVIRONMENT "CUSTKYCREVB"
                   ON EXCEPTION
                       MOVE SPACES TO WSDaysParm
               END-ACCEPT
               IF WSDaysParm NOT = SPACES
                   MOVE FUNCTION NUMVAL(WSDaysParm) TO WSPeriodBus
               END-IF.

      *|==============================================================|
      *    ListOneType walks the master once for the type in hand,
      *    listing the customers due, then closes the section with
      *    the type's counts.
      *|==============================================================|

           ListOneType.
               INITIALIZE WSTypeCounts
               WRITE DueLine FROM SectionLine
                   AFTER ADVANCING 2 LINES
               WRITE DueLine FROM ColumnLine
                   AFTER ADVANCING 1 LINE
               MOVE 'N' TO WSEOF
               OPEN INPUT CustomerFile
               PERFORM UNTIL WSAtEOF
                   READ CustomerFile NEXT RECORD
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF IDNum NOT = ZERO
                               AND IDNum NOT = 9999999
                               AND CustActive
                               PERFORM CheckOneCustomer
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CustomerFile
               MOVE "Active customers" TO PrnTotLabel
               MOVE WSActiveCount TO PrnTotCount
               WRITE DueLine FROM TotalLine
                   AFTER ADVANCING 2 LINES
               MOVE "Verified, nothing due" TO PrnTotLabel
               MOVE WSVerifiedCount TO PrnTotCount
               WRITE DueLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE "Document expired" TO PrnTotLabel
               MOVE WSExpiredCount TO PrnTotCount
               WRITE DueLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE "Re-verification due" TO PrnTotLabel
               MOVE WSReverifyCount TO PrnTotCount
               WRITE DueLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE "Pending" TO PrnTotLabel
               MOVE WSPendingCount TO PrnTotCount
               WRITE DueLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE "Failed" TO PrnTotLabel
               MOVE WSFailedCount TO PrnTotCount
               WRITE DueLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE "No verification on file" TO PrnTotLabel
               MOVE WSNoneCount TO PrnTotCount
               WRITE DueLine FROM TotalLine
                   AFTER ADVANCING 1 LINE.

      *|==============================================================|
      *    CheckOneCustomer: an expired document outranks a due
      *    re-verification, so each customer is listed once, under
      *    the most pressing reason.
      *|==============================================================|

           CheckOneCustomer.
               IF WSPassBusiness
                   IF NOT CustBusiness
                       EXIT PARAGRAPH
                   END-IF
               ELSE
                   IF CustBusiness
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               ADD 1 TO WSActiveCount
               IF NOT WSKycFileAvail
                   ADD 1 TO WSNoneCount
                   EXIT PARAGRAPH
               END-IF
               MOVE IDNum TO KycIDNum
               READ KycFile
                   INVALID KEY
                       ADD 1 TO WSNoneCount
                       EXIT PARAGRAPH
               END-READ
               MOVE ZERO TO WSDueDate
               EVALUATE TRUE
                   WHEN KycPending
                       MOVE "PENDING" TO WSReason
                       ADD 1 TO WSPendingCount
                   WHEN KycFailed
                       MOVE "FAILED" TO WSReason
                       ADD 1 TO WSFailedCount
                   WHEN KycExpiryDate NOT = ZERO
                       AND KycExpiryDate <= WSRunDate
                       MOVE "EXPIRED" TO WSReason
                       ADD 1 TO WSExpiredCount
                   WHEN OTHER
                       PERFORM ComputeDueDate
                       IF WSDueDate > WSHorizon
                           ADD 1 TO WSVerifiedCount
                           EXIT PARAGRAPH
                       END-IF
                       MOVE "REVERIFY" TO WSReason
                       ADD 1 TO WSReverifyCount
               END-EVALUATE
               PERFORM PrintOneDue.

           ComputeDueDate.
               MOVE 'A' TO WSDateCalcOp
               IF WSPassBusiness
                   MOVE WSPeriodBus TO WSDateCalcDays
               ELSE
                   MOVE WSPeriodInd TO WSDateCalcDays
               END-IF
               CALL 'DateCalc' USING WSDateCalcOp KycVerifyDate
                   WSDateCalcDate2 WSDateCalcDays WSDueDate
                   WSDateCalcDow WSDateCalcValid
               IF WSDateCalcValid NOT = 'Y'
                   MOVE ZERO TO WSDueDate
               END-IF.

           PrintOneDue.
               MOVE IDNum TO PrnDetId
               IF CustBusiness
                   MOVE CustCompanyName TO PrnDetName
               ELSE
                   MOVE SPACES TO PrnDetName
                   STRING LastName DELIMITED BY "  "
                          ", " DELIMITED BY SIZE
                          FirstName DELIMITED BY "  "
                       INTO PrnDetName
                   END-STRING
               END-IF
               MOVE WSReason TO PrnDetReason
               MOVE KycDocType TO PrnDetDocType
               MOVE KycVerifyDate TO PrnDetVerified
               MOVE KycOperator TO PrnDetOperator
               MOVE KycExpiryDate TO PrnDetExpiry
               MOVE WSDueDate TO PrnDetDue
               WRITE DueLine FROM DetailLine
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WSListedTotal.

           WriteRunLogRecord.
               CALL 'RunLog' USING WSLogStepName WSLogEvent
                   WSLogRecords WSLogRejects WSLogRC
                   WSLogCapacity.

      *|==============================================================|
