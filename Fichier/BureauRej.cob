      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BureauRej.

      *|==============================================================|
      *    BureauRej brings the credit bureau's rejection file home
      *    after a CreditBureau submission and lays it out as an
      *    error worksheet, so the segments the bureau would not
      *    load get corrected before next month's file instead of
      *    going quietly unreported. The rejection file (CUSTBURREJ,
      *    default BureauRej.dat):
      *        header  col 1 'H', the activity date of the file it
      *                answers (yyyymmdd)
      *        detail  col 1 'D', account Id 9(7), bureau error code
      *                X(4), segment field in error X(20), the
      *                bureau's message X(40)
      *    Each rejection prints with the customer's name off the
      *    master and what was last sent for the account off the
      *    bureau history file (CUSTBURHIST, default BureauHist.dat),
      *    with a blank column for the clerk who clears it. The
      *    worksheet is CUSTBURRWS (default BureauRej.rpt). No file
      *    means the bureau took everything.
      *
      *    Each rejection file read is logged under CREDBUR, the code
      *    of the submission it answers, on the interface log
      *    (IfaceLog) with its rejection count and the activity date
      *    it answers.
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT RejectFile ASSIGN TO WSRejFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSRejStatus.

               SELECT CustomerFile ASSIGN TO WSCustFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS IDNum
                   ALTERNATE RECORD KEY IS LastName
                       WITH DUPLICATES
                   FILE STATUS IS WSFileStatus.

               SELECT BureauHistFile ASSIGN TO WSBurHistFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS BurIDNum
                   FILE STATUS IS WSBurHistStatus.

               SELECT Worksheet ASSIGN TO WSReportFileName
                   ORGANIZATION IS LINE SEQUENTIAL.

      *|==============================================================|

       DATA DIVISION.

           FILE SECTION.

               FD RejectFile.
                   1 RejectDetail.
                       2 RejType PIC X(1).
                           88 RejHeader VALUE 'H'.
                           88 RejDetail VALUE 'D'.
                       2 RejIDNum PIC 9(7).
                       2 RejCode PIC X(4).
                       2 RejField PIC X(20).
                       2 RejMessage PIC X(40).
                   1 RejectHeader.
                       2 RejHType PIC X(1).
                       2 RejHDate PIC 9(8).

               FD CustomerFile.
                   COPY "CustRec.cpy".

               FD BureauHistFile.
                   COPY "BurHist.cpy".

               FD Worksheet.
                   1 WorksheetLine PIC X(132).

           WORKING-STORAGE SECTION.

               1 WSRejFileName PIC X(100).
               1 WSCustFileName PIC X(100).
               1 WSBurHistFileName PIC X(100).
               1 WSReportFileName PIC X(100).

               1 WSRejStatus PIC X(2).
                   88 WSRejOK VALUE '00'.
               1 WSFileStatus PIC X(2).
                   88 WSFileOK VALUE '00'.
               1 WSBurHistStatus PIC X(2).
                   88 WSBurHistOK VALUE '00'.

               1 WSEOF PIC X(1).
                   88 WSAtEOF VALUE 'Y'.

               1 WSFileDate PIC 9(8) VALUE ZERO.
               1 WSRejCount PIC 9(7) VALUE ZERO.
               1 WSUnknownCount PIC 9(7) VALUE ZERO.

      *    Worksheet lines.
               1 HeadLine1.
                   2 FILLER PIC X(41)
                       VALUE " Credit bureau rejections -- file of".
                   2 PrnHeadDate PIC 9(8).

               1 HeadLine2.
                   2 FILLER PIC X(40)
                       VALUE "   Id      Name".
                   2 FILLER PIC X(40)
                       VALUE "St       Balance  Code  Field".
                   2 FILLER PIC X(17) VALUE SPACES.
                   2 FILLER PIC X(35)
                       VALUE "Message                 Cleared by".

               1 DetailLine.
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnDetId PIC 9(7).
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnDetName PIC X(29).
                   2 PrnDetStatus PIC X(2).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnDetBalance PIC Z,ZZZ,ZZ9.99.
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnDetCode PIC X(4).
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnDetField PIC X(20).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnDetMessage PIC X(40).
                   2 FILLER PIC X(10) VALUE " ________".

               1 TotalLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnTotLabel PIC X(36).
                   2 PrnTotCount PIC ZZZZZZ9.

      *    Standard report identification and catalog registration.
               1 WSBnrFunction PIC X(1).
               1 WSBnrReportName PIC X(20) VALUE "BureauRej".
               1 WSBnrRequestor PIC X(8) VALUE "BATCH".
               1 WSBnrCount PIC 9(7) VALUE ZERO.
               1 WSBnrLine1 PIC X(80).
               1 WSBnrLine2 PIC X(80).

               1 WSCatReportName PIC X(20).
               1 WSCatFileName PIC X(100).
               1 WSCatPages PIC 9(4) VALUE ZERO.
               1 WSCatRecords PIC 9(7) VALUE ZERO.

      *    Run-log work area handed to the shared RunLog subprogram.
               1 WSLogStepName PIC X(20) VALUE "BureauRej".
               1 WSLogEvent PIC X(1).
               1 WSLogRecords PIC 9(7) VALUE ZERO.
               1 WSLogRejects PIC 9(7) VALUE ZERO.
               1 WSLogRC PIC 9(4) VALUE ZERO.
               1 WSLogCapacity PIC 9(5) VALUE ZERO.

      *    Interface-log work area handed to the shared IfaceLog
      *    subprogram.
               1 WSIfcCode PIC X(8) VALUE "CREDBUR".
               1 WSIfcEvent PIC X(1).
               1 WSIfcRecords PIC 9(7) VALUE ZERO.
               1 WSIfcControl PIC 9(11)V99 VALUE ZERO.
               1 WSIfcFileDate PIC 9(8) VALUE ZERO.

      *|==============================================================|

       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSRejFileName FROM ENVIRONMENT "CUSTBURREJ"
                   ON EXCEPTION
                       MOVE "BureauRej.dat" TO WSRejFileName
               END-ACCEPT
               ACCEPT WSCustFileName FROM ENVIRONMENT "CUSTMSTR"
                   ON EXCEPTION
                       MOVE "test.dat" TO WSCustFileName
               END-ACCEPT
               ACCEPT WSBurHistFileName FROM ENVIRONMENT
                       "CUSTBURHIST"
                   ON EXCEPTION
                       MOVE "BureauHist.dat" TO WSBurHistFileName
               END-ACCEPT
               ACCEPT WSReportFileName FROM ENVIRONMENT "CUSTBURRWS"
                   ON EXCEPTION
                       MOVE "BureauRej.rpt" TO WSReportFileName
               END-ACCEPT
               MOVE 'S' TO WSLogEvent
               PERFORM WriteRunLogRecord
               OPEN INPUT RejectFile
               IF NOT WSRejOK
                   DISPLAY "BureauRej: no rejection file at "
                       WSRejFileName "; nothing to work."
                   MOVE 'E' TO WSLogEvent
                   PERFORM WriteRunLogRecord
                   MOVE ZERO TO RETURN-CODE
                   GOBACK
               END-IF
               OPEN INPUT CustomerFile
               OPEN INPUT BureauHistFile
               OPEN OUTPUT Worksheet
               MOVE 'B' TO WSBnrFunction
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   WSBnrRequestor WSBnrCount WSBnrLine1 WSBnrLine2
               WRITE WorksheetLine FROM WSBnrLine1
               WRITE WorksheetLine FROM WSBnrLine2
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSAtEOF
                   READ RejectFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           EVALUATE TRUE
                               WHEN RejHeader
                                   MOVE RejHDate TO WSFileDate
                                   PERFORM PrintHeadings
                               WHEN RejDetail
                                   PERFORM PrintOneRejection
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                   END-READ
               END-PERFORM
               MOVE "Segments rejected by the bureau" TO PrnTotLabel
               MOVE WSRejCount TO PrnTotCount
               WRITE WorksheetLine FROM TotalLine
                   AFTER ADVANCING 2 LINES
               MOVE "Rejected Ids not on the master" TO PrnTotLabel
               MOVE WSUnknownCount TO PrnTotCount
               WRITE WorksheetLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE 'T' TO WSBnrFunction
               MOVE WSRejCount TO WSBnrCount
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   WSBnrRequestor WSBnrCount WSBnrLine1 WSBnrLine2
               WRITE WorksheetLine FROM WSBnrLine1
               CLOSE RejectFile, Worksheet
               MOVE 'A' TO WSIfcEvent
               MOVE WSRejCount TO WSIfcRecords
               MOVE WSFileDate TO WSIfcFileDate
               PERFORM WriteIfaceLogRecord
               IF WSFileOK
                   CLOSE CustomerFile
               END-IF
               IF WSBurHistOK
                   CLOSE BureauHistFile
               END-IF
               MOVE "BureauRej" TO WSCatReportName
               MOVE WSReportFileName TO WSCatFileName
               MOVE WSRejCount TO WSCatRecords
               CALL 'RptCatalog' USING WSCatReportName
                   WSCatFileName WSCatPages WSCatRecords
               DISPLAY "BureauRej: " WSRejCount
                   " rejected segments on the worksheet."
               MOVE 'E' TO WSLogEvent
               MOVE WSRejCount TO WSLogRecords
               MOVE WSUnknownCount TO WSLogRejects
               PERFORM WriteRunLogRecord
               MOVE ZERO TO RETURN-CODE
               GOBACK.

           PrintHeadings.
               MOVE WSFileDate TO PrnHeadDate
               WRITE WorksheetLine FROM HeadLine1
                   AFTER ADVANCING 1 LINE
               WRITE WorksheetLine FROM HeadLine2
                   AFTER ADVANCING 2 LINES.

      *|==============================================================|
      *    PrintOneRejection: the bureau's complaint beside the
      *    customer's name and what we last sent for the account.
      *|==============================================================|

           PrintOneRejection.
               ADD 1 TO WSRejCount
               MOVE RejIDNum TO PrnDetId
               MOVE SPACES TO PrnDetName
               MOVE SPACES TO PrnDetStatus
               MOVE ZERO TO PrnDetBalance
               MOVE RejIDNum TO IDNum
               READ CustomerFile
                   INVALID KEY
                       MOVE "** not on the master **" TO PrnDetName
                       ADD 1 TO WSUnknownCount
                   NOT INVALID KEY
                       IF CustBusiness
                           MOVE CustCompanyName TO PrnDetName
                       ELSE
                           STRING FirstName DELIMITED BY "  "
                                  " " DELIMITED BY SIZE
                                  LastName DELIMITED BY "  "
                               INTO PrnDetName
                           END-STRING
                       END-IF
               END-READ
               MOVE RejIDNum TO BurIDNum
               READ BureauHistFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE BurLastStatus TO PrnDetStatus
                       MOVE BurLastBalance TO PrnDetBalance
               END-READ
               MOVE RejCode TO PrnDetCode
               MOVE RejField TO PrnDetField
               MOVE RejMessage TO PrnDetMessage
               WRITE WorksheetLine FROM DetailLine
                   AFTER ADVANCING 1 LINE.

           WriteRunLogRecord.
               CALL 'RunLog' USING WSLogStepName WSLogEvent
                   WSLogRecords WSLogRejects WSLogRC
                   WSLogCapacity.

           WriteIfaceLogRecord.
               CALL 'IfaceLog' USING WSIfcCode WSIfcEvent
                   WSIfcRecords WSIfcControl WSIfcFileDate.

      *|==============================================================|
