      *    default StmtReprint.rpt), overwritten each request and
      *    registered in the report catalog so ReportViewer can show
      *    it at the desk. Closed and inactive customers reprint
      *    too: a dispute does not expire with the account. The
      *    operator signs on through OperSignon, and every customer
      *    reprinted is recorded on the access log.
      *
      *    With CUSTSTMTIDS naming a list of customer Ids (one
      *    7-digit Id per line) the program runs unattended instead:
      *    every Id on the list is reprinted for the month in
      *    CUSTSTMTRMO (yyyymm) into the one print file, a blank
      *    line between statements, and the file is catalogued once
      *    with the count of statements. The access log records the
      *    operator the run was asked for (CUSTRPTOPER, set by
      *    RptReqRun for an overnight request), BATCH without one.
      *    Return code 8 when the list or the balance file cannot be
      *    read or the month is not a real one, 4 when any Id on the
      *    list was skipped.
      *|==============================================================|

       ENVIRONMENT DIVISION.
                   FILE STATUS IS WSFileStatus.

               SELECT HistoryFile ASSIGN TO WSHistFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PostHKey
                   FILE STATUS IS WSHistFileStatus.

      *    Month archive from PostHistCutover: when the requested
               SELECT ReprintReport ASSIGN TO WSReprintFileName
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT IdListFile ASSIGN TO WSIdListName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSIdListStatus.

      *|==============================================================|

       DATA DIVISION.

               FD HistoryFile.
                   COPY "PostRec.cpy".
                   COPY "PostHKey.cpy".

               FD ArchHistFile.
                   COPY "PostRec.cpy"
               FD ReprintReport.
                   1 ReprintLine PIC X(80).

               FD IdListFile.
                   1 IdListLine PIC X(7).

           WORKING-STORAGE SECTION.

               1 WSBalFileName PIC X(100).
                   88 WSHistAtEOF VALUE 'Y'.

               1 WSReprintId PIC 9(7).

      *    Unattended run off a list of Ids (CUSTSTMTIDS).
               1 WSIdListName PIC X(100).
               1 WSIdListStatus PIC X(2).
                   88 WSIdListOK VALUE '00'.
               1 WSIdEOF PIC X(1).
                   88 WSIdAtEOF VALUE 'Y'.
               1 WSBatchFlag PIC X(1) VALUE 'N'.
                   88 WSBatchRun VALUE 'Y'.
               1 WSMonthParm PIC X(6).
               1 WSStmtCount PIC 9(5) VALUE ZERO.
               1 WSSkipCount PIC 9(5) VALUE ZERO.

               1 WSOperatorId PIC X(8).
               1 WSOperatorRole PIC X(1).
               1 WSSignonValid PIC X(1).
                   88 WSSignonOK VALUE 'Y'.

               1 WSAccScreen PIC X(10) VALUE "STMTREPR".
               1 WSStmtMonth PIC 9(6).
               1 WSStmtMonthParts REDEFINES WSStmtMonth.
                   2 WSStmtYear PIC 9(4).
       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSBalFileName FROM ENVIRONMENT "CUSTBAL"
                   ON EXCEPTION
                       MOVE "CustBal.dat" TO WSBalFileName
                   ON EXCEPTION
                       MOVE "PostHCatalog.dat" TO WSPostCatName
               END-ACCEPT
               ACCEPT WSIdListName FROM ENVIRONMENT "CUSTSTMTIDS"
                   ON EXCEPTION
                       MOVE SPACES TO WSIdListName
               END-ACCEPT
               IF WSIdListName NOT = SPACES
                   PERFORM RunReprintList
                   GOBACK
               END-IF
               CALL 'OperSignon' USING WSOperatorId WSOperatorRole
                   WSSignonValid
               IF NOT WSSignonOK
                   DISPLAY "Access denied."
                   GOBACK
               END-IF
               OPEN INPUT BalanceFile
               IF NOT WSBalFileOK
                   DISPLAY "StmtReprint: no balance file; run "
               CLOSE BalanceFile, CustomerFile
               GOBACK.

      *|==============================================================|
      *    RunReprintList reprints every Id on the list for the one
      *    month into a single print file, catalogued once at the
      *    end.
      *|==============================================================|

           RunReprintList.
               SET WSBatchRun TO TRUE
               ACCEPT WSOperatorId FROM ENVIRONMENT "CUSTRPTOPER"
                   ON EXCEPTION
                       MOVE SPACES TO WSOperatorId
               END-ACCEPT
               IF WSOperatorId = SPACES
                   MOVE "BATCH" TO WSOperatorId
               END-IF
               ACCEPT WSMonthParm FROM ENVIRONMENT "CUSTSTMTRMO"
                   ON EXCEPTION
                       MOVE SPACES TO WSMonthParm
               END-ACCEPT
               IF WSMonthParm NOT NUMERIC
                   DISPLAY "StmtReprint: CUSTSTMTRMO must be the "
                       "month as yyyymm."
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               MOVE WSMonthParm TO WSStmtMonth
               IF WSStmtYear < 1900 OR WSStmtMM > 12
                   OR WSStmtMM = ZERO
                   DISPLAY "StmtReprint: month " WSStmtMonth
                       " is not a real yyyymm."
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               MOVE 'N' TO WSIdEOF
               OPEN INPUT IdListFile
               IF NOT WSIdListOK
                   DISPLAY "StmtReprint: no Id list on "
                       FUNCTION TRIM(WSIdListName)
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               OPEN INPUT BalanceFile
               IF NOT WSBalFileOK
                   DISPLAY "StmtReprint: no balance file; run "
                       "PostTrans first."
                   CLOSE IdListFile
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               OPEN INPUT CustomerFile
               OPEN OUTPUT ReprintReport
               PERFORM UNTIL WSIdAtEOF
                   READ IdListFile
                       AT END SET WSIdAtEOF TO TRUE
                       NOT AT END
                           IF IdListLine IS NUMERIC
                               MOVE IdListLine TO WSReprintId
                               PERFORM ReprintOneStatement
                           ELSE
                               DISPLAY "StmtReprint: '" IdListLine
                                   "' is not a customer Id."
                               ADD 1 TO WSSkipCount
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ReprintReport
               CLOSE IdListFile, BalanceFile, CustomerFile
               MOVE "StmtReprint" TO WSCatReportName
               MOVE WSReprintFileName TO WSCatFileName
               MOVE WSStmtCount TO WSCatRecords
               CALL 'RptCatalog' USING WSCatReportName
                   WSCatFileName WSCatPages WSCatRecords
               DISPLAY "Statements reprinted: " WSStmtCount
                   ", Ids skipped: " WSSkipCount
               IF WSSkipCount > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF.

      *|==============================================================|
      *    ReprintOneStatement: validate the request, derive the
      *    month's figures, and write the small print file.
               PERFORM FetchReprintCustomer
               IF NOT WSCustOnFile
                   DISPLAY "Customer " WSReprintId " not on file."
                   ADD 1 TO WSSkipCount
                   EXIT PARAGRAPH
               END-IF
               CALL 'AccessLog' USING WSOperatorId WSReprintId
                   WSAccScreen
               MOVE 'N' TO WSBalFoundFlag
               MOVE WSReprintId TO BalIDNum
               READ BalanceFile
               IF NOT WSBalOnFile
                   DISPLAY "No balance record for " WSReprintId
                       "; nothing to anchor a statement to."
                   ADD 1 TO WSSkipCount
                   EXIT PARAGRAPH
               END-IF
               PERFORM SumMonthPostings
                   BalAmount - WSNetMovement - WSNetLater
               COMPUTE WSClosingBal = WSOpeningBal + WSNetMovement
               MOVE ZERO TO WSLineCount
               MOVE WSReprintId TO PrnHeadId
               MOVE WSStmtMonth TO PrnStmtMonth
               IF WSBatchRun
                   IF WSStmtCount > ZERO
                       MOVE SPACES TO ReprintLine
                       WRITE ReprintLine AFTER ADVANCING 1 LINE
                       WRITE ReprintLine FROM StmtHeading
                           AFTER ADVANCING 1 LINE
                   ELSE
                       WRITE ReprintLine FROM StmtHeading
                   END-IF
               ELSE
                   OPEN OUTPUT ReprintReport
                   WRITE ReprintLine FROM StmtHeading
               END-IF
               WRITE ReprintLine FROM StmtSeparator
                   AFTER ADVANCING 1 LINE
               MOVE BalIDNum TO PrnStmtId
               MOVE WSClosingBal TO PrnClosing
               WRITE ReprintLine FROM StmtCloseLine
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WSStmtCount
               IF NOT WSBatchRun
                   CLOSE ReprintReport
                   MOVE "StmtReprint" TO WSCatReportName
                   MOVE WSReprintFileName TO WSCatFileName
                   MOVE WSPostingCount TO WSCatRecords
                   CALL 'RptCatalog' USING WSCatReportName
                       WSCatFileName WSCatPages WSCatRecords
               END-IF
               DISPLAY "Reprinted " WSReprintId " for "
                   WSStmtMonth " (" WSPostingCount " postings) to "
                   WSReprintFileName.
               MOVE 'N' TO WSHistEOF
               OPEN INPUT HistoryFile
               IF WSHistFileOK
                   MOVE WSReprintId TO PostHKeyIDNum
                   COMPUTE PostHKeyDate = WSStmtMonth * 100 + 1
                   MOVE ZERO TO PostHKeySeq
                   START HistoryFile KEY IS NOT LESS THAN PostHKey
                       INVALID KEY SET WSHistAtEOF TO TRUE
                   END-START
                   PERFORM UNTIL WSHistAtEOF
                       READ HistoryFile NEXT RECORD
                           AT END SET WSHistAtEOF TO TRUE
                           NOT AT END
                               IF PostHIDNum = WSReprintId
                                   PERFORM NetOnePosting
                               ELSE
                                   SET WSHistAtEOF TO TRUE
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               MOVE 'N' TO WSHistEOF
               OPEN INPUT HistoryFile
               IF WSHistFileOK
                   MOVE WSReprintId TO PostHKeyIDNum
                   COMPUTE PostHKeyDate = WSStmtMonth * 100 + 1
                   MOVE ZERO TO PostHKeySeq
                   START HistoryFile KEY IS NOT LESS THAN PostHKey
                       INVALID KEY SET WSHistAtEOF TO TRUE
                   END-START
                   PERFORM UNTIL WSHistAtEOF
                       READ HistoryFile NEXT RECORD
                           AT END SET WSHistAtEOF TO TRUE
                           NOT AT END
                               IF PostHIDNum NOT = WSReprintId
                                   OR PostHDate(1:6) > WSStmtMonth
                                   SET WSHistAtEOF TO TRUE
                               ELSE
                                   PERFORM PrintOneMonthLine
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE HistoryFile
               END-IF
               PERFORM NameMonthArchive
               MOVE 'N' TO WSHistEOF
               OPEN INPUT ArchHistFile
