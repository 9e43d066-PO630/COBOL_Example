      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CorrReport.

      *|==============================================================|
      *    CorrReport answers "you never sent me that" on demand:
      *    for one customer Id (CUSTCORRID, else prompted for) it
      *    lists every document the correspondence log (CUSTCORR,
      *    default Correspondence.dat, CorrRec.cpy layout) holds --
      *    statements, letters, dunning notices, welcome packs,
      *    labels, audit confirmations, refund checks -- oldest
      *    first, each with the template or campaign, the channel,
      *    the program that sent it, and the address it went to,
      *    then a count by document type. CUSTCORRFROM (yyyymmdd)
      *    starts the listing at a date instead of the beginning.
      *
      *    Output to CUSTCORRRPT (default CorrReport.rpt) inside
      *    the RptBanner frame, registered in the report catalog.
      *    As with Disclosure, an Id keyed at the prompt means
      *    someone at a desk: the operator signs on through
      *    OperSignon and is named as the requestor, and the
      *    inquiry is recorded on the access log, under BATCH when
      *    the Id came from CUSTCORRID.
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT CorrFile ASSIGN TO WSCorrFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSCorrStatus.

               SELECT CorrRptFile ASSIGN TO WSReportFileName
                   ORGANIZATION IS LINE SEQUENTIAL.

      *|==============================================================|

       DATA DIVISION.

           FILE SECTION.

               FD CorrFile.
                   COPY "CorrRec.cpy".

               FD CorrRptFile.
                   1 CorrRptLine PIC X(120).

           WORKING-STORAGE SECTION.

               1 WSCorrFileName PIC X(100).
               1 WSReportFileName PIC X(100).

               1 WSCorrStatus PIC X(2).
                   88 WSCorrOK VALUE '00'.

               1 WSEOF PIC X(1).
                   88 WSAtEOF VALUE 'Y'.

               1 WSIdParm PIC X(7).
               1 WSSubjectId PIC 9(7).

               1 WSFromParm PIC X(8).
               1 WSFromDate PIC 9(8) VALUE ZERO.

               1 WSOperatorId PIC X(8) VALUE "BATCH".
               1 WSOperatorRole PIC X(1).
               1 WSSignonValid PIC X(1).
                   88 WSSignonOK VALUE 'Y'.

               1 WSAccScreen PIC X(10) VALUE "CORRRPT".

               1 WSDocCount PIC 9(7) VALUE ZERO.

      *    Documents by type for the closing count.
               1 WSTypeMax PIC 9(2) VALUE 20.
               1 WSTypeCount PIC 9(2) VALUE ZERO.
               1 WSTypeIdx PIC 9(2).
               1 WSTypeFound PIC 9(2).
               1 TypeTable.
                   2 TypeEntry OCCURS 20 TIMES.
                       3 TtDocType PIC X(8).
                       3 TtCount PIC 9(7).

               1 HeadLine1.
                   2 FILLER PIC X(36)
                       VALUE " Correspondence sent to customer ".
                   2 PrnHeadId PIC 9(7).
                   2 FILLER PIC X(7) VALUE " since ".
                   2 PrnHeadFrom PIC 9(8).

               1 HeadLine2.
                   2 FILLER PIC X(12) VALUE " Date".
                   2 FILLER PIC X(9) VALUE "Document".
                   2 FILLER PIC X(21) VALUE "Template/campaign".
                   2 FILLER PIC X(6) VALUE "Via".
                   2 FILLER PIC X(12) VALUE "Sent by".

               1 DetailLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnDate PIC 9(8).
                   2 FILLER PIC X(3) VALUE SPACE.
                   2 PrnDocType PIC X(8).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnTemplate PIC X(20).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnChannel PIC X(5).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnSource PIC X(12).

               1 AddressLine.
                   2 FILLER PIC X(15) VALUE "            to ".
                   2 PrnAddress PIC X(80).

               1 TypeLine.
                   2 FILLER PIC X(3) VALUE SPACE.
                   2 PrnTypeName PIC X(8).
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnTypeCount PIC Z,ZZZ,ZZ9.

               1 TotalLine.
                   2 FILLER PIC X(21) VALUE " Documents sent    : ".
                   2 PrnTotalCount PIC Z,ZZZ,ZZ9.

               1 MessageLine PIC X(80).

               1 WSBnrFunction PIC X(1).
               1 WSBnrReportName PIC X(20) VALUE "CorrReport".
               1 WSBnrRequestor PIC X(8) VALUE "BATCH".
               1 WSBnrCount PIC 9(7) VALUE ZERO.
               1 WSBnrLine1 PIC X(80).
               1 WSBnrLine2 PIC X(80).

               1 WSCatReportName PIC X(20).
               1 WSCatFileName PIC X(100).
               1 WSCatPages PIC 9(4) VALUE ZERO.
               1 WSCatRecords PIC 9(7).

      *|==============================================================|

       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSCorrFileName FROM ENVIRONMENT "CUSTCORR"
                   ON EXCEPTION
                       MOVE "Correspondence.dat" TO WSCorrFileName
               END-ACCEPT
               ACCEPT WSReportFileName FROM ENVIRONMENT
                       "CUSTCORRRPT"
                   ON EXCEPTION
                       MOVE "CorrReport.rpt" TO WSReportFileName
               END-ACCEPT
               ACCEPT WSFromParm FROM ENVIRONMENT "CUSTCORRFROM"
                   ON EXCEPTION
                       MOVE SPACES TO WSFromParm
               END-ACCEPT
               IF WSFromParm IS NUMERIC
                   MOVE WSFromParm TO WSFromDate
               END-IF
               ACCEPT WSIdParm FROM ENVIRONMENT "CUSTCORRID"
                   ON EXCEPTION
                       MOVE SPACES TO WSIdParm
               END-ACCEPT
               IF WSIdParm = SPACES
                   CALL 'OperSignon' USING WSOperatorId
                       WSOperatorRole WSSignonValid
                   IF NOT WSSignonOK
                       DISPLAY "Access denied."
                       MOVE 8 TO RETURN-CODE
                       GOBACK
                   END-IF
                   MOVE WSOperatorId TO WSBnrRequestor
                   DISPLAY "Customer Id for correspondence : "
                       WITH NO ADVANCING
                   ACCEPT WSIdParm
               END-IF
               MOVE WSIdParm TO WSSubjectId
               IF WSSubjectId = ZERO
                   DISPLAY "CorrReport: no Id given."
                   MOVE 4 TO RETURN-CODE
                   GOBACK
               END-IF
               CALL 'AccessLog' USING WSOperatorId WSSubjectId
                   WSAccScreen
               OPEN OUTPUT CorrRptFile
               MOVE 'B' TO WSBnrFunction
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   WSBnrRequestor WSBnrCount WSBnrLine1 WSBnrLine2
               WRITE CorrRptLine FROM WSBnrLine1
               WRITE CorrRptLine FROM WSBnrLine2
               MOVE WSSubjectId TO PrnHeadId
               MOVE WSFromDate TO PrnHeadFrom
               WRITE CorrRptLine FROM HeadLine1
                   AFTER ADVANCING 1 LINE
               WRITE CorrRptLine FROM HeadLine2
                   AFTER ADVANCING 2 LINES
               PERFORM ListCorrespondence
               PERFORM PrintTypeCounts
               MOVE 'T' TO WSBnrFunction
               MOVE WSDocCount TO WSBnrCount
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   WSBnrRequestor WSBnrCount WSBnrLine1 WSBnrLine2
               WRITE CorrRptLine FROM WSBnrLine1
               CLOSE CorrRptFile
               MOVE "CorrReport" TO WSCatReportName
               MOVE WSReportFileName TO WSCatFileName
               MOVE WSDocCount TO WSCatRecords
               CALL 'RptCatalog' USING WSCatReportName
                   WSCatFileName WSCatPages WSCatRecords
               DISPLAY "CorrReport: " WSDocCount
                   " documents listed for " WSSubjectId "."
               GOBACK.

      *|==============================================================|
      *    ListCorrespondence reads the log once; it is append-only,
      *    so file order is date order.
      *|==============================================================|

           ListCorrespondence.
               MOVE 'N' TO WSEOF
               OPEN INPUT CorrFile
               IF NOT WSCorrOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ CorrFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF CorrIDNum = WSSubjectId
                               AND CorrDate >= WSFromDate
                               PERFORM PrintOneDocument
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CorrFile.

           PrintOneDocument.
               ADD 1 TO WSDocCount
               MOVE CorrDate TO PrnDate
               MOVE CorrDocType TO PrnDocType
               MOVE CorrTemplate TO PrnTemplate
               MOVE CorrChannel TO PrnChannel
               MOVE CorrSource TO PrnSource
               WRITE CorrRptLine FROM DetailLine
                   AFTER ADVANCING 1 LINE
               MOVE CorrAddress TO PrnAddress
               WRITE CorrRptLine FROM AddressLine
                   AFTER ADVANCING 1 LINE
               MOVE ZERO TO WSTypeFound
               PERFORM VARYING WSTypeIdx FROM 1 BY 1
                       UNTIL WSTypeIdx > WSTypeCount
                           OR WSTypeFound > ZERO
                   IF TtDocType(WSTypeIdx) = CorrDocType
                       MOVE WSTypeIdx TO WSTypeFound
                   END-IF
               END-PERFORM
               IF WSTypeFound = ZERO AND WSTypeCount < WSTypeMax
                   ADD 1 TO WSTypeCount
                   MOVE WSTypeCount TO WSTypeFound
                   MOVE CorrDocType TO TtDocType(WSTypeFound)
                   MOVE ZERO TO TtCount(WSTypeFound)
               END-IF
               IF WSTypeFound > ZERO
                   ADD 1 TO TtCount(WSTypeFound)
               END-IF.

           PrintTypeCounts.
               IF WSDocCount = ZERO
                   MOVE " No correspondence logged for this customer."
                       TO MessageLine
                   WRITE CorrRptLine FROM MessageLine
                       AFTER ADVANCING 1 LINE
                   EXIT PARAGRAPH
               END-IF
               MOVE WSDocCount TO PrnTotalCount
               WRITE CorrRptLine FROM TotalLine
                   AFTER ADVANCING 2 LINES
               PERFORM VARYING WSTypeIdx FROM 1 BY 1
                       UNTIL WSTypeIdx > WSTypeCount
                   MOVE TtDocType(WSTypeIdx) TO PrnTypeName
                   MOVE TtCount(WSTypeIdx) TO PrnTypeCount
                   WRITE CorrRptLine FROM TypeLine
                       AFTER ADVANCING 1 LINE
               END-PERFORM.

      *|==============================================================|
