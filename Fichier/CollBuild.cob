      *    Id per line). An account whose balance has come right
      *    falls off the queue on the next build. Run nightly after
      *    the posting, or by hand.
      *
      *    An overdue account under a legal hold (LegalCheck:
      *    bankruptcy, deceased, litigation) is kept off the queue
      *    -- nobody calls it -- and is listed instead on the build
      *    report (CUSTCOLLBRPT, default CollBuild.rpt). So is one
      *    placed with the collection agency (AgcyCheck): the
      *    agency works it until it is recalled.
      *|==============================================================|

       ENVIRONMENT DIVISION.
               SELECT NewQueueFile ASSIGN TO "CollQueue.new"
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT BuildReport ASSIGN TO WSReportFileName
                   ORGANIZATION IS LINE SEQUENTIAL.

      *|==============================================================|

       DATA DIVISION.
                   COPY "CollRec.cpy"
                       REPLACING LEADING ==Coll== BY ==NewQ==.

               FD BuildReport.
                   1 BuildLine PIC X(80).

           WORKING-STORAGE SECTION.

               1 WSBalFileName PIC X(100).
               1 WSQueueFileName PIC X(100).
               1 WSCollOpsName PIC X(100).
               1 WSReportFileName PIC X(100).

               1 WSBalFileStatus PIC X(2).
                   88 WSBalFileOK VALUE '00'.
               1 WSOverdueAmount PIC S9(9)V99.
               1 WSOldestDays PIC S9(7).

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

      *    Report lines.
               1 HeadLine1.
                   2 FILLER PIC X(33)
                       VALUE " Collections queue build for    ".
                   2 PrnHeadDate PIC 9(8).

               1 HeadLine2.
                   2 FILLER PIC X(40)
                       VALUE " Overdue, held back (legal hold/agency):".

               1 HeadLine3.
                   2 FILLER PIC X(22)
                       VALUE "   Id       Hold".
                   2 FILLER PIC X(22)
                       VALUE "       Balance    Days".

               1 HeldLine.
                   2 FILLER PIC X(3) VALUE SPACE.
                   2 PrnHeldId PIC 9(7).
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnHeldName PIC X(10).
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnHeldBalance PIC Z,ZZZ,ZZ9.99-.
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnHeldDays PIC ZZZZ9.

               1 TotalLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnTotLabel PIC X(24).
                   2 PrnTotCount PIC ZZZZZZ9.

      *    Standard report identification and catalog registration.
               1 WSBnrFunction PIC X(1).
               1 WSBnrReportName PIC X(20) VALUE "CollBuild".
               1 WSBnrRequestor PIC X(8) VALUE "BATCH".
               1 WSBnrCount PIC 9(7) VALUE ZERO.
               1 WSBnrLine1 PIC X(80).
               1 WSBnrLine2 PIC X(80).

               1 WSCatReportName PIC X(20).
               1 WSCatFileName PIC X(100).
               1 WSCatPages PIC 9(4) VALUE ZERO.
               1 WSCatRecords PIC 9(7) VALUE ZERO.

      *|==============================================================|

       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSBalFileName FROM ENVIRONMENT "CUSTBAL"
                   ON EXCEPTION
                       MOVE "CustBal.dat" TO WSBalFileName
                   ON EXCEPTION
                       MOVE "Collectors.dat" TO WSCollOpsName
               END-ACCEPT
               ACCEPT WSReportFileName FROM ENVIRONMENT
                       "CUSTCOLLBRPT"
                   ON EXCEPTION
                       MOVE "CollBuild.rpt" TO WSReportFileName
               END-ACCEPT
               ACCEPT WSDaysParm FROM ENVIRONMENT "CUSTCOLLDAYS"
                   ON EXCEPTION
                       MOVE SPACES TO WSDaysParm
                   GOBACK
               END-IF
               OPEN OUTPUT NewQueueFile
               OPEN OUTPUT BuildReport
               MOVE 'B' TO WSBnrFunction
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   WSBnrRequestor WSBnrCount WSBnrLine1 WSBnrLine2
               WRITE BuildLine FROM WSBnrLine1
               WRITE BuildLine FROM WSBnrLine2
               MOVE WSRunDate TO PrnHeadDate
               WRITE BuildLine FROM HeadLine1
                   AFTER ADVANCING 1 LINE
               WRITE BuildLine FROM HeadLine2
                   AFTER ADVANCING 2 LINES
               WRITE BuildLine FROM HeadLine3
                   AFTER ADVANCING 1 LINE
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSAtEOF
                   READ BalanceFile NEXT RECORD
               END-PERFORM
               CLOSE BalanceFile, NewQueueFile
               PERFORM SwapInNewQueue
               PERFORM PrintBuildTotals
               CLOSE BuildReport
               MOVE "CollBuild" TO WSCatReportName
               MOVE WSReportFileName TO WSCatFileName
               MOVE WSQueuedCount TO WSCatRecords
               CALL 'RptCatalog' USING WSCatReportName
                   WSCatFileName WSCatPages WSCatRecords
               DISPLAY "CollBuild: " WSQueuedCount
                   " accounts on the collections queue."
               IF WSLegalCount > ZERO
                   DISPLAY "CollBuild: " WSLegalCount
                       " overdue accounts held back, legal hold."
               END-IF
               GOBACK.

           LoadKnownAssignments.
      *    aged past the threshold -- by BalAge's FIFO arithmetic,
      *    so collections and the dunning letters can never
      *    disagree about who is overdue -- earns a queue line,
      *    under its old collector or the next one in the deal --
      *    unless a legal hold stands on it or the agency has it,
      *    when it is only listed.
      *|==============================================================|

           QueueOneAccount.
                   OR WSOldestDays <= WSThreshold
                   EXIT PARAGRAPH
               END-IF
               CALL 'LegalCheck' USING BalIDNum WSLegalAnswer
                   WSLegalType WSLegalName
               IF WSLegalHeld
                   ADD 1 TO WSLegalCount
                   MOVE BalIDNum TO PrnHeldId
                   MOVE WSLegalName TO PrnHeldName
                   MOVE BalAmount TO PrnHeldBalance
                   MOVE WSOldestDays TO PrnHeldDays
                   WRITE BuildLine FROM HeldLine
                       AFTER ADVANCING 1 LINE
                   EXIT PARAGRAPH
               END-IF
               CALL 'AgcyCheck' USING BalIDNum WSAgcyAnswer
                   WSAgcyCode
               IF WSAgcyPlaced
                   ADD 1 TO WSAgcyCount
                   MOVE BalIDNum TO PrnHeldId
                   MOVE WSAgcyCode TO PrnHeldName
                   MOVE BalAmount TO PrnHeldBalance
                   MOVE WSOldestDays TO PrnHeldDays
                   WRITE BuildLine FROM HeldLine
                       AFTER ADVANCING 1 LINE
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO WSPickCollector
               PERFORM VARYING WSKnownIdx FROM 1 BY 1
                       UNTIL WSKnownIdx > WSKnownCount
               END-PERFORM
               CLOSE NewQueueFile, QueueFile.

           PrintBuildTotals.
               MOVE "Queued for collection" TO PrnTotLabel
               MOVE WSQueuedCount TO PrnTotCount
               WRITE BuildLine FROM TotalLine
                   AFTER ADVANCING 2 LINES
               MOVE "Held, legal hold" TO PrnTotLabel
               MOVE WSLegalCount TO PrnTotCount
               WRITE BuildLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE "Placed with the agency" TO PrnTotLabel
               MOVE WSAgcyCount TO PrnTotCount
               WRITE BuildLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE 'T' TO WSBnrFunction
               MOVE WSQueuedCount TO WSBnrCount
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   WSBnrRequestor WSBnrCount WSBnrLine1 WSBnrLine2
               WRITE BuildLine FROM WSBnrLine1.

      *|==============================================================|
