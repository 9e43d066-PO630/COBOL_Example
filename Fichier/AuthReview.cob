      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AuthReview.

      *|==============================================================|
      *    AuthReview is the month-end authorized-contact review: it
      *    walks the authorized-contact file (CUSTAUTHCON, default
      *    AuthContact.dat, AuthRec.cpy layout) in customer order
      *    and lists, on CUSTAUTHRPT (default AuthReview.rpt):
      *        EXPIRED  - authorities that lapsed within the last
      *                   CUSTAUTHLOOK days (default 31), so each
      *                   month's lapses are seen once and can be
      *                   renewed or let go; older lapses are only
      *                   counted
      *        NO DOC   - authorities in force, or yet to start,
      *                   with no signed authority held on file --
      *                   listed every month until the document
      *                   comes in or the authority is ended
      *    An expired authority with no document is listed once,
      *    as expired. The customer's name comes off the master;
      *    a contact left behind on a closed account is marked so.
      *
      *    Inside the RptBanner frame, registered in the report
      *    catalog, logged on the run log. RC 0: the list is work
      *    for the servicing desk, not a reason to stop the night.
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT AuthFile ASSIGN TO WSAuthFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS AuthKey
                   FILE STATUS IS WSAuthFileStatus.

               SELECT CustomerFile ASSIGN TO WSCustFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS IDNum
                   ALTERNATE RECORD KEY IS LastName
                       WITH DUPLICATES
                   FILE STATUS IS WSFileStatus.

               SELECT ReviewReport ASSIGN TO WSReportFileName
                   ORGANIZATION IS LINE SEQUENTIAL.

      *|==============================================================|

       DATA DIVISION.

           FILE SECTION.

               FD AuthFile.
                   COPY "AuthRec.cpy".

               FD CustomerFile.
                   COPY "CustRec.cpy".

               FD ReviewReport.
                   1 ReviewLine PIC X(100).

           WORKING-STORAGE SECTION.

               1 WSAuthFileName PIC X(100).
               1 WSCustFileName PIC X(100).
               1 WSReportFileName PIC X(100).

               1 WSAuthFileStatus PIC X(2).
                   88 WSAuthFileOK VALUE '00'.
               1 WSFileStatus PIC X(2).
                   88 WSFileOK VALUE '00'.

               1 WSEOF PIC X(1).
                   88 WSAtEOF VALUE 'Y'.

               1 WSBizDateParm PIC X(8).
               1 WSRunDate PIC 9(8).

               1 WSDaysParm PIC X(5).
               1 WSLookDays PIC 9(5) VALUE 31.

      *    Lapses on or after this date are this review's to list.
               1 WSLookFrom PIC 9(8).

               1 WSDateCalcOp PIC X(1).
               1 WSDateCalcDate2 PIC 9(8) VALUE ZERO.
               1 WSDateCalcDays PIC S9(7).
               1 WSDateCalcDow PIC 9(1).
               1 WSDateCalcValid PIC X(1).

               1 WSReason PIC X(8).

      *    The master is read once per customer, not per contact.
               1 WSLastIDNum PIC 9(7) VALUE ZERO.
               1 WSCustName PIC X(24).
               1 WSCustNote PIC X(16).

               1 WSContactCount PIC 9(7) VALUE ZERO.
               1 WSExpiredCount PIC 9(7) VALUE ZERO.
               1 WSOldExpiredCount PIC 9(7) VALUE ZERO.
               1 WSNoDocCount PIC 9(7) VALUE ZERO.
               1 WSListedTotal PIC 9(7) VALUE ZERO.

      *    Report lines.
               1 HeadLine1.
                   2 FILLER PIC X(33)
                       VALUE " Authorized-contact review as of ".
                   2 PrnHeadDate PIC 9(8).
                   2 FILLER PIC X(21) VALUE ", lapses listed from ".
                   2 PrnHeadFrom PIC 9(8).

               1 ColumnLine.
                   2 FILLER PIC X(50) VALUE
                   " Id      Customer                 Reason   Contact".
                   2 FILLER PIC X(50) VALUE
                   "                         Rel Lvl From     Expires".

               1 DetailLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnDetId PIC 9(7).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnDetCust PIC X(24).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnDetReason PIC X(8).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnDetSeq PIC 9(3).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnDetName PIC X(27).
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnDetRelation PIC X(1).
                   2 FILLER PIC X(3) VALUE SPACE.
                   2 PrnDetLevel PIC X(1).
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnDetEffDate PIC 9(8).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnDetExpiry PIC 9(8).

               1 TotalLine.
                   2 FILLER PIC X(3) VALUE SPACE.
                   2 PrnTotLabel PIC X(34).
                   2 PrnTotCount PIC ZZZZZZ9.

      *    Standard report identification and catalog registration.
               1 WSBnrFunction PIC X(1).
               1 WSBnrReportName PIC X(20) VALUE "AuthReview".
               1 WSBnrRequestor PIC X(8) VALUE "BATCH".
               1 WSBnrCount PIC 9(7) VALUE ZERO.
               1 WSBnrLine1 PIC X(80).
               1 WSBnrLine2 PIC X(80).

               1 WSCatReportName PIC X(20).
               1 WSCatFileName PIC X(100).
               1 WSCatPages PIC 9(4) VALUE ZERO.
               1 WSCatRecords PIC 9(7) VALUE ZERO.

      *    Run-log work area.
               1 WSLogStepName PIC X(20) VALUE "AuthReview".
               1 WSLogEvent PIC X(1).
               1 WSLogRecords PIC 9(7) VALUE ZERO.
               1 WSLogRejects PIC 9(7) VALUE ZERO.
               1 WSLogRC PIC 9(4) VALUE ZERO.
               1 WSLogCapacity PIC 9(5) VALUE ZERO.

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
               ACCEPT WSReportFileName FROM ENVIRONMENT "CUSTAUTHRPT"
                   ON EXCEPTION
                       MOVE "AuthReview.rpt" TO WSReportFileName
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
               ACCEPT WSDaysParm FROM ENVIRONMENT "CUSTAUTHLOOK"
                   ON EXCEPTION
                       MOVE SPACES TO WSDaysParm
               END-ACCEPT
               IF WSDaysParm NOT = SPACES
                   MOVE FUNCTION NUMVAL(WSDaysParm) TO WSLookDays
               END-IF
               MOVE 'A' TO WSDateCalcOp
               COMPUTE WSDateCalcDays = ZERO - WSLookDays
               CALL 'DateCalc' USING WSDateCalcOp WSRunDate
                   WSDateCalcDate2 WSDateCalcDays WSLookFrom
                   WSDateCalcDow WSDateCalcValid
               MOVE 'S' TO WSLogEvent
               PERFORM WriteRunLogRecord
               OPEN OUTPUT ReviewReport
               MOVE 'B' TO WSBnrFunction
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   WSBnrRequestor WSBnrCount WSBnrLine1 WSBnrLine2
               WRITE ReviewLine FROM WSBnrLine1
               WRITE ReviewLine FROM WSBnrLine2
               MOVE WSRunDate TO PrnHeadDate
               MOVE WSLookFrom TO PrnHeadFrom
               WRITE ReviewLine FROM HeadLine1
                   AFTER ADVANCING 1 LINE
               WRITE ReviewLine FROM ColumnLine
                   AFTER ADVANCING 2 LINES
               OPEN INPUT AuthFile
               IF WSAuthFileOK
                   OPEN INPUT CustomerFile
                   MOVE 'N' TO WSEOF
                   PERFORM UNTIL WSAtEOF
                       READ AuthFile NEXT RECORD
                           AT END SET WSAtEOF TO TRUE
                           NOT AT END PERFORM ReviewOneContact
                       END-READ
                   END-PERFORM
                   CLOSE AuthFile
                   CLOSE CustomerFile
               ELSE
                   MOVE "   (no authorized-contact file)"
                       TO ReviewLine
                   WRITE ReviewLine AFTER ADVANCING 1 LINE
               END-IF
               PERFORM WriteTotals
               MOVE 'T' TO WSBnrFunction
               MOVE WSListedTotal TO WSBnrCount
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   WSBnrRequestor WSBnrCount WSBnrLine1 WSBnrLine2
               WRITE ReviewLine FROM WSBnrLine1
                   AFTER ADVANCING 2 LINES
               CLOSE ReviewReport
               MOVE "AuthReview" TO WSCatReportName
               MOVE WSReportFileName TO WSCatFileName
               MOVE WSListedTotal TO WSCatRecords
               CALL 'RptCatalog' USING WSCatReportName
                   WSCatFileName WSCatPages WSCatRecords
               MOVE WSContactCount TO WSLogRecords
               MOVE 'E' TO WSLogEvent
               PERFORM WriteRunLogRecord
               DISPLAY "AuthReview: " WSListedTotal
                   " authorities listed for review."
               MOVE ZERO TO RETURN-CODE
               GOBACK.

      *|==============================================================|
      *    ReviewOneContact: a lapse outranks a missing document.
      *|==============================================================|

           ReviewOneContact.
               ADD 1 TO WSContactCount
               EVALUATE TRUE
                   WHEN AuthExpiryDate NOT = ZERO
                       AND AuthExpiryDate < WSRunDate
                       IF AuthExpiryDate < WSLookFrom
                           ADD 1 TO WSOldExpiredCount
                           EXIT PARAGRAPH
                       END-IF
                       MOVE "EXPIRED" TO WSReason
                       ADD 1 TO WSExpiredCount
                   WHEN NOT AuthDocHeld
                       MOVE "NO DOC" TO WSReason
                       ADD 1 TO WSNoDocCount
                   WHEN OTHER
                       EXIT PARAGRAPH
               END-EVALUATE
               PERFORM GetCustomerName
               MOVE AuthIDNum TO PrnDetId
               MOVE WSCustName TO PrnDetCust
               MOVE WSReason TO PrnDetReason
               MOVE AuthSeq TO PrnDetSeq
               MOVE AuthName TO PrnDetName
               MOVE AuthRelation TO PrnDetRelation
               MOVE AuthLevel TO PrnDetLevel
               MOVE AuthEffDate TO PrnDetEffDate
               MOVE AuthExpiryDate TO PrnDetExpiry
               WRITE ReviewLine FROM DetailLine
                   AFTER ADVANCING 1 LINE
               IF WSCustNote NOT = SPACES
                   MOVE SPACES TO ReviewLine
                   STRING "          (" WSCustNote ")"
                       DELIMITED BY SIZE INTO ReviewLine
                   END-STRING
                   WRITE ReviewLine AFTER ADVANCING 1 LINE
               END-IF
               ADD 1 TO WSListedTotal.

           GetCustomerName.
               IF AuthIDNum = WSLastIDNum
                   EXIT PARAGRAPH
               END-IF
               MOVE AuthIDNum TO WSLastIDNum
               MOVE SPACES TO WSCustName
               MOVE SPACES TO WSCustNote
               MOVE AuthIDNum TO IDNum OF CustomerData
               READ CustomerFile
                   INVALID KEY
                       MOVE "(not on master)" TO WSCustName
                       MOVE "no such customer" TO WSCustNote
                       EXIT PARAGRAPH
               END-READ
               IF CustBusiness
                   MOVE CustCompanyName TO WSCustName
               ELSE
                   STRING LastName DELIMITED BY "  "
                          ", " DELIMITED BY SIZE
                          FirstName DELIMITED BY "  "
                       INTO WSCustName
                   END-STRING
               END-IF
               IF CustClosed
                   MOVE "account closed" TO WSCustNote
               END-IF.

           WriteTotals.
               MOVE "Authorized contacts on file" TO PrnTotLabel
               MOVE WSContactCount TO PrnTotCount
               WRITE ReviewLine FROM TotalLine
                   AFTER ADVANCING 2 LINES
               MOVE "Lapsed this period" TO PrnTotLabel
               MOVE WSExpiredCount TO PrnTotCount
               WRITE ReviewLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE "No signed authority on file" TO PrnTotLabel
               MOVE WSNoDocCount TO PrnTotCount
               WRITE ReviewLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE "Lapsed earlier, not listed" TO PrnTotLabel
               MOVE WSOldExpiredCount TO PrnTotCount
               WRITE ReviewLine FROM TotalLine
                   AFTER ADVANCING 1 LINE.

           WriteRunLogRecord.
               CALL 'RunLog' USING WSLogStepName WSLogEvent
                   WSLogRecords WSLogRejects WSLogRC
                   WSLogCapacity.

      *|==============================================================|
