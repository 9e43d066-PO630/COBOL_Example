      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CreditBureau.

      *|==============================================================|
      *    CreditBureau is the month-end credit-bureau reporting run,
      *    so the business customers' trade references can find us
      *    on file. Every business account on the master (test.dat,
      *    CUSTMSTR) is reported -- individuals are not -- from its
      *    balance (CustBal.dat, CUSTBAL), the age of its oldest
      *    unpaid debit by the shared BalAge arithmetic, its write-
      *    offs (WriteOff.dat, CUSTWOFF), and its open or closed
      *    state on the master.
      *
      *    The account status code follows the bureau's convention:
      *        11  current, or less than 30 days past due
      *        71  30-59 days past due    78  60-89 days
      *        80  90-119 days            82  120-149 days
      *        83  150-179 days           84  180 days or more
      *        13  closed, paid to zero
      *        97  written off
      *    Past due counts from 30 days after the debit posted --
      *    the same 30 days BalAge calls overdue -- and the amount
      *    past due is BalAge's overdue amount. Each month's payment
      *    rating ('0' current, '1' through '6' for the 30-day bands,
      *    'L' written off) goes on the front of a 24-month history
      *    kept on the bureau history file (CUSTBURHIST, default
      *    BureauHist.dat, BurHist.cpy layout). An account with an
      *    open case on the dispute file (CUSTDISPUTE, default
      *    Dispute.dat) carries the dispute indicator 'XB'.
      *
      *    The bureau file (CUSTBUROUT, default Bureau.dat) carries a
      *    header with our reporter code (CUSTBURID, default
      *    CUSTSYS1) and the activity date, one segment per account,
      *    and a trailer with the segment count and balance total.
      *    The control report (CUSTBURRPT, default CreditBureau.rpt)
      *    counts the segments and their balances by status code.
      *    BureauRej brings the bureau's rejections back.
      *
      *    Each month's file is logged under CREDBUR on the interface
      *    log (IfaceLog) with its segment count, balance total and
      *    activity date; BureauRej logs the bureau's answer under the
      *    same code.
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

               SELECT BalanceFile ASSIGN TO WSBalFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS BalIDNum
                   FILE STATUS IS WSBalFileStatus.

               SELECT WriteOffFile ASSIGN TO WSWoffFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSWoffStatus.

               SELECT DisputeFile ASSIGN TO WSDispFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS DispKey
                   FILE STATUS IS WSDispFileStatus.

               SELECT BureauHistFile ASSIGN TO WSBurHistFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS BurIDNum
                   FILE STATUS IS WSBurHistStatus.

               SELECT BureauFile ASSIGN TO WSBureauFileName
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT BureauReport ASSIGN TO WSReportFileName
                   ORGANIZATION IS LINE SEQUENTIAL.

      *|==============================================================|

       DATA DIVISION.

           FILE SECTION.

               FD CustomerFile.
                   COPY "CustRec.cpy".

               FD BalanceFile.
                   COPY "BalRec.cpy".

               FD WriteOffFile.
                   COPY "WoffRec.cpy".

               FD DisputeFile.
                   COPY "DispRec.cpy".

               FD BureauHistFile.
                   COPY "BurHist.cpy".

      *    The bureau reporting file: a header naming us and the
      *    activity date, one base segment per account, and a
      *    trailer the bureau proves the file by.
               FD BureauFile.
                   1 BureauHeader.
                       2 BurHType PIC X(1).
                       2 BurHReporter PIC X(10).
                       2 BurHActivityDate PIC 9(8).
                       2 BurHCreatedDate PIC 9(8).
                   1 BureauSegment.
                       2 BurSType PIC X(1).
                       2 BurSIDNum PIC 9(7).
                       2 BurSName PIC X(30).
                       2 BurSAddrNum PIC 9(3).
                       2 BurSAddrStreet PIC X(40).
                       2 BurSAddrCity PIC X(20).
                       2 BurSAddrZip PIC X(5).
                       2 BurSAddrPostal PIC X(10).
                       2 BurSAddrCountry PIC X(2).
                       2 BurSOpenDate PIC 9(8).
                       2 BurSStatus PIC X(2).
                       2 BurSRating PIC X(1).
                       2 BurSRatingHist PIC X(24).
                       2 BurSBalance PIC 9(7)V99.
                       2 BurSPastDue PIC 9(7)V99.
                       2 BurSChargeOff PIC 9(7)V99.
                       2 BurSLastActivity PIC 9(8).
                       2 BurSDispute PIC X(2).
                   1 BureauTrailer.
                       2 BurTType PIC X(1).
                       2 BurTCount PIC 9(7).
                       2 BurTBalance PIC 9(9)V99.

               FD BureauReport.
                   1 BureauLine PIC X(100).

           WORKING-STORAGE SECTION.

               1 WSCustFileName PIC X(100).
               1 WSBalFileName PIC X(100).
               1 WSWoffFileName PIC X(100).
               1 WSDispFileName PIC X(100).
               1 WSBurHistFileName PIC X(100).
               1 WSBureauFileName PIC X(100).
               1 WSReportFileName PIC X(100).

               1 WSFileStatus PIC X(2).
                   88 WSFileOK VALUE '00'.
               1 WSBalFileStatus PIC X(2).
                   88 WSBalFileOK VALUE '00'.
               1 WSWoffStatus PIC X(2).
                   88 WSWoffOK VALUE '00'.
               1 WSDispFileStatus PIC X(2).
                   88 WSDispFileOK VALUE '00'.
               1 WSBurHistStatus PIC X(2).
                   88 WSBurHistOK VALUE '00'.
                   88 WSBurHistMissing VALUE '35'.

               1 WSEOF PIC X(1).
                   88 WSAtEOF VALUE 'Y'.

               1 WSBizDateParm PIC X(8).
               1 WSRunDate PIC 9(8).
               1 WSRunMonth PIC 9(6).
               1 WSReporterId PIC X(10).

               1 WSHistOnFileFlag PIC X(1).
                   88 WSHistOnFile VALUE 'Y'.

      *    Written-off amounts per customer off WriteOff.dat, summed
      *    over every write-off the customer has had.
               1 WSWoffMax PIC 9(4) VALUE 2000.
               1 WSWoffCount PIC 9(4) VALUE ZERO.
               1 WSWoffIdx PIC 9(4).
               1 WoffTable.
                   2 WoffEntry OCCURS 2000 TIMES.
                       3 WtIDNum PIC 9(7).
                       3 WtAmount PIC 9(7)V99.

               1 WSWoffFoundFlag PIC X(1).
                   88 WSWoffFound VALUE 'Y'.
               1 WSChargeOff PIC 9(7)V99.

      *    Customers with an open dispute case, in Id order off the
      *    dispute file's key so the master pass can SEARCH ALL it.
               1 WSDispMax PIC 9(4) VALUE 2000.
               1 WSDispCount PIC 9(4) VALUE ZERO.
               1 DispTable.
                   2 DispEntry OCCURS 1 TO 2000 TIMES
                       DEPENDING ON WSDispCount
                       ASCENDING KEY IS DtIDNum
                       INDEXED BY DtIdx.
                       3 DtIDNum PIC 9(7).

               1 WSDisputeCode PIC X(2).

      *    FIFO aging answer from the shared BalAge subprogram.
               1 WSAgeIDNum PIC 9(7).
               1 WSAgeBalance PIC S9(7)V99.
               1 WSOverdueAmount PIC S9(9)V99.
               1 WSOldestDays PIC S9(7).

               1 WSPastDueDays PIC S9(7).
               1 WSBalance PIC 9(7)V99.
               1 WSPastDue PIC 9(7)V99.
               1 WSStatusCode PIC X(2).
               1 WSRating PIC X(1).

      *    The status codes in the order the control report prints
      *    them, with the segment count and balance under each.
               1 StatusCodeList.
                   2 FILLER PIC X(32)
                       VALUE "11Current                       ".
                   2 FILLER PIC X(32)
                       VALUE "7130-59 days past due           ".
                   2 FILLER PIC X(32)
                       VALUE "7860-89 days past due           ".
                   2 FILLER PIC X(32)
                       VALUE "8090-119 days past due          ".
                   2 FILLER PIC X(32)
                       VALUE "82120-149 days past due         ".
                   2 FILLER PIC X(32)
                       VALUE "83150-179 days past due         ".
                   2 FILLER PIC X(32)
                       VALUE "84180 days or more past due     ".
                   2 FILLER PIC X(32)
                       VALUE "13Closed, paid to zero          ".
                   2 FILLER PIC X(32)
                       VALUE "97Written off                   ".
               1 StatusCodes REDEFINES StatusCodeList.
                   2 StatusEntry OCCURS 9 TIMES.
                       3 StCode PIC X(2).
                       3 StText PIC X(30).

               1 StatusTotals.
                   2 StatusTotal OCCURS 9 TIMES.
                       3 StCount PIC 9(7).
                       3 StBalance PIC 9(9)V99.

               1 WSStatusIdx PIC 9(2).

               1 WSSegmentCount PIC 9(7) VALUE ZERO.
               1 WSSegmentTotal PIC 9(9)V99 VALUE ZERO.
               1 WSDisputedCount PIC 9(7) VALUE ZERO.
               1 WSPersonalCount PIC 9(7) VALUE ZERO.

      *    Report lines.
               1 HeadLine1.
                   2 FILLER PIC X(33)
                       VALUE " Credit bureau control report   ".
                   2 PrnHeadDate PIC 9(8).
                   2 FILLER PIC X(12) VALUE "  reporter ".
                   2 PrnHeadReporter PIC X(10).

               1 HeadLine2.
                   2 FILLER PIC X(36)
                       VALUE "   Status".
                   2 FILLER PIC X(30)
                       VALUE "   Segments           Balance".

               1 StatusLine.
                   2 FILLER PIC X(3) VALUE SPACE.
                   2 PrnStCode PIC X(2).
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnStText PIC X(30).
                   2 PrnStCount PIC ZZZZZZ9.
                   2 FILLER PIC X(3) VALUE SPACE.
                   2 PrnStBalance PIC ZZZ,ZZZ,ZZ9.99.

               1 TotalLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnTotLabel PIC X(36).
                   2 PrnTotCount PIC ZZZZZZ9.
                   2 FILLER PIC X(3) VALUE SPACE.
                   2 PrnTotAmount PIC ZZZ,ZZZ,ZZ9.99.

      *    Standard report identification and catalog registration.
               1 WSBnrFunction PIC X(1).
               1 WSBnrReportName PIC X(20) VALUE "CreditBureau".
               1 WSBnrRequestor PIC X(8) VALUE "BATCH".
               1 WSBnrCount PIC 9(7) VALUE ZERO.
               1 WSBnrLine1 PIC X(80).
               1 WSBnrLine2 PIC X(80).

               1 WSCatReportName PIC X(20).
               1 WSCatFileName PIC X(100).
               1 WSCatPages PIC 9(4) VALUE ZERO.
               1 WSCatRecords PIC 9(7) VALUE ZERO.

      *    Run-log work area handed to the shared RunLog subprogram.
               1 WSLogStepName PIC X(20) VALUE "CreditBureau".
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
               ACCEPT WSCustFileName FROM ENVIRONMENT "CUSTMSTR"
                   ON EXCEPTION
                       MOVE "test.dat" TO WSCustFileName
               END-ACCEPT
               ACCEPT WSBalFileName FROM ENVIRONMENT "CUSTBAL"
                   ON EXCEPTION
                       MOVE "CustBal.dat" TO WSBalFileName
               END-ACCEPT
               ACCEPT WSWoffFileName FROM ENVIRONMENT "CUSTWOFF"
                   ON EXCEPTION
                       MOVE "WriteOff.dat" TO WSWoffFileName
               END-ACCEPT
               ACCEPT WSDispFileName FROM ENVIRONMENT "CUSTDISPUTE"
                   ON EXCEPTION
                       MOVE "Dispute.dat" TO WSDispFileName
               END-ACCEPT
               ACCEPT WSBurHistFileName FROM ENVIRONMENT
                       "CUSTBURHIST"
                   ON EXCEPTION
                       MOVE "BureauHist.dat" TO WSBurHistFileName
               END-ACCEPT
               ACCEPT WSBureauFileName FROM ENVIRONMENT "CUSTBUROUT"
                   ON EXCEPTION
                       MOVE "Bureau.dat" TO WSBureauFileName
               END-ACCEPT
               ACCEPT WSReportFileName FROM ENVIRONMENT "CUSTBURRPT"
                   ON EXCEPTION
                       MOVE "CreditBureau.rpt" TO WSReportFileName
               END-ACCEPT
               ACCEPT WSReporterId FROM ENVIRONMENT "CUSTBURID"
                   ON EXCEPTION
                       MOVE "CUSTSYS1" TO WSReporterId
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
               MOVE WSRunDate(1:6) TO WSRunMonth
               MOVE 'S' TO WSLogEvent
               PERFORM WriteRunLogRecord
               INITIALIZE StatusTotals
               PERFORM LoadWriteOffs
               PERFORM LoadOpenDisputes
               OPEN INPUT CustomerFile
               IF NOT WSFileOK
                   DISPLAY "CreditBureau: customer file will not "
                       "open: " WSFileStatus
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               OPEN INPUT BalanceFile
               OPEN I-O BureauHistFile
               IF WSBurHistMissing
                   OPEN OUTPUT BureauHistFile
                   CLOSE BureauHistFile
                   OPEN I-O BureauHistFile
               END-IF
               OPEN OUTPUT BureauFile
               OPEN OUTPUT BureauReport
               MOVE 'H' TO BurHType
               MOVE WSReporterId TO BurHReporter
               MOVE WSRunDate TO BurHActivityDate
               MOVE FUNCTION CURRENT-DATE(1:8) TO BurHCreatedDate
               WRITE BureauHeader
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSAtEOF
                   READ CustomerFile NEXT RECORD
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF IDNum NOT = ZEROES
                               AND IDNum NOT = 9999999
                               PERFORM ReportOneAccount
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'T' TO BurTType
               MOVE WSSegmentCount TO BurTCount
               MOVE WSSegmentTotal TO BurTBalance
               WRITE BureauTrailer
               PERFORM PrintControlReport
               CLOSE CustomerFile, BureauHistFile, BureauFile,
                   BureauReport
               MOVE 'S' TO WSIfcEvent
               MOVE WSSegmentCount TO WSIfcRecords
               MOVE WSSegmentTotal TO WSIfcControl
               MOVE WSRunDate TO WSIfcFileDate
               PERFORM WriteIfaceLogRecord
               IF WSBalFileOK
                   CLOSE BalanceFile
               END-IF
               MOVE "CreditBureau" TO WSCatReportName
               MOVE WSReportFileName TO WSCatFileName
               MOVE WSSegmentCount TO WSCatRecords
               CALL 'RptCatalog' USING WSCatReportName
                   WSCatFileName WSCatPages WSCatRecords
               DISPLAY "CreditBureau: " WSSegmentCount
                   " accounts reported, " WSDisputedCount
                   " in dispute."
               MOVE 'E' TO WSLogEvent
               MOVE WSSegmentCount TO WSLogRecords
               PERFORM WriteRunLogRecord
               MOVE ZERO TO RETURN-CODE
               GOBACK.

      *|==============================================================|
      *    LoadWriteOffs totals each customer's write-offs; the file
      *    is append-only, so one customer may appear more than once.
      *|==============================================================|

           LoadWriteOffs.
               MOVE 'N' TO WSEOF
               OPEN INPUT WriteOffFile
               IF NOT WSWoffOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ WriteOffFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           PERFORM NoteWriteOff
                   END-READ
               END-PERFORM
               CLOSE WriteOffFile.

           NoteWriteOff.
               PERFORM VARYING WSWoffIdx FROM 1 BY 1
                       UNTIL WSWoffIdx > WSWoffCount
                   IF WtIDNum(WSWoffIdx) = WoffIDNum
                       ADD WoffAmount TO WtAmount(WSWoffIdx)
                       EXIT PARAGRAPH
                   END-IF
               END-PERFORM
               IF WSWoffCount < WSWoffMax
                   ADD 1 TO WSWoffCount
                   MOVE WoffIDNum TO WtIDNum(WSWoffCount)
                   MOVE WoffAmount TO WtAmount(WSWoffCount)
               END-IF.

      *|==============================================================|
      *    LoadOpenDisputes notes each customer with a case still
      *    open, once, in the dispute file's key order.
      *|==============================================================|

           LoadOpenDisputes.
               MOVE 'N' TO WSEOF
               OPEN INPUT DisputeFile
               IF NOT WSDispFileOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ DisputeFile NEXT RECORD
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF DispOpen
                               PERFORM NoteOpenDispute
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DisputeFile.

           NoteOpenDispute.
               IF WSDispCount > ZERO
                   IF DtIDNum(WSDispCount) = DispIDNum
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               IF WSDispCount < WSDispMax
                   ADD 1 TO WSDispCount
                   MOVE DispIDNum TO DtIDNum(WSDispCount)
               END-IF.

      *|==============================================================|
      *    ReportOneAccount decides a business account's status and
      *    rating, rolls the rating onto its history, and writes the
      *    segment.
      *|==============================================================|

           ReportOneAccount.
               IF NOT CustBusiness
                   ADD 1 TO WSPersonalCount
                   EXIT PARAGRAPH
               END-IF
               MOVE IDNum TO BalIDNum
               MOVE ZERO TO BalAmount
               MOVE ZERO TO BalLastPostDate
               IF WSBalFileOK
                   READ BalanceFile
                       INVALID KEY
                           MOVE ZERO TO BalAmount
                           MOVE ZERO TO BalLastPostDate
                   END-READ
               END-IF
               MOVE ZERO TO WSBalance
               MOVE ZERO TO WSPastDue
               MOVE ZERO TO WSOverdueAmount
               MOVE ZERO TO WSOldestDays
               IF BalAmount > ZERO
                   MOVE BalAmount TO WSBalance
                   MOVE IDNum TO WSAgeIDNum
                   MOVE BalAmount TO WSAgeBalance
                   CALL 'BalAge' USING WSAgeIDNum WSRunDate
                       WSAgeBalance WSOverdueAmount WSOldestDays
               END-IF
               IF WSOverdueAmount > ZERO
                   MOVE WSOverdueAmount TO WSPastDue
               END-IF
               MOVE 'N' TO WSWoffFoundFlag
               MOVE ZERO TO WSChargeOff
               PERFORM VARYING WSWoffIdx FROM 1 BY 1
                       UNTIL WSWoffIdx > WSWoffCount
                           OR WSWoffFound
                   IF WtIDNum(WSWoffIdx) = IDNum
                       MOVE 'Y' TO WSWoffFoundFlag
                       MOVE WtAmount(WSWoffIdx) TO WSChargeOff
                   END-IF
               END-PERFORM
               PERFORM RateOneAccount
               MOVE SPACES TO WSDisputeCode
               IF WSDispCount > ZERO
                   SEARCH ALL DispEntry
                       AT END
                           CONTINUE
                       WHEN DtIDNum(DtIdx) = IDNum
                           MOVE "XB" TO WSDisputeCode
                           ADD 1 TO WSDisputedCount
                   END-SEARCH
               END-IF
               PERFORM RollRatingHistory
               PERFORM WriteSegment.

      *|==============================================================|
      *    RateOneAccount: a write-off outranks everything, then a
      *    closed account paid to zero, then the days past due.
      *|==============================================================|

           RateOneAccount.
               IF WSWoffFound
                   MOVE "97" TO WSStatusCode
                   MOVE 'L' TO WSRating
                   EXIT PARAGRAPH
               END-IF
               IF WSBalance = ZERO
                   IF CustClosed
                       MOVE "13" TO WSStatusCode
                   ELSE
                       MOVE "11" TO WSStatusCode
                   END-IF
                   MOVE '0' TO WSRating
                   EXIT PARAGRAPH
               END-IF
               MOVE ZERO TO WSPastDueDays
               IF WSOverdueAmount > ZERO
                   COMPUTE WSPastDueDays = WSOldestDays - 30
               END-IF
               EVALUATE TRUE
                   WHEN WSPastDueDays < 30
                       MOVE "11" TO WSStatusCode
                       MOVE '0' TO WSRating
                   WHEN WSPastDueDays < 60
                       MOVE "71" TO WSStatusCode
                       MOVE '1' TO WSRating
                   WHEN WSPastDueDays < 90
                       MOVE "78" TO WSStatusCode
                       MOVE '2' TO WSRating
                   WHEN WSPastDueDays < 120
                       MOVE "80" TO WSStatusCode
                       MOVE '3' TO WSRating
                   WHEN WSPastDueDays < 150
                       MOVE "82" TO WSStatusCode
                       MOVE '4' TO WSRating
                   WHEN WSPastDueDays < 180
                       MOVE "83" TO WSStatusCode
                       MOVE '5' TO WSRating
                   WHEN OTHER
                       MOVE "84" TO WSStatusCode
                       MOVE '6' TO WSRating
               END-EVALUATE.

      *|==============================================================|
      *    RollRatingHistory puts this month's rating on the front
      *    of the 24 months -- or over it, on a rerun inside the
      *    month -- and rewrites the history record.
      *|==============================================================|

           RollRatingHistory.
               MOVE 'Y' TO WSHistOnFileFlag
               MOVE IDNum TO BurIDNum
               READ BureauHistFile
                   INVALID KEY
                       MOVE 'N' TO WSHistOnFileFlag
                       INITIALIZE BureauHistRecord
                       MOVE IDNum TO BurIDNum
                       MOVE WSRunMonth TO BurFirstMonth
                       MOVE ALL 'B' TO BurRatingHist
               END-READ
               IF WSHistOnFile AND BurLastMonth = WSRunMonth
                   MOVE WSRating TO BurRatingHist(1:1)
               ELSE
                   MOVE BurRatingHist(1:23) TO BurRatingHist(2:23)
                   MOVE WSRating TO BurRatingHist(1:1)
               END-IF
               MOVE WSRunMonth TO BurLastMonth
               MOVE WSStatusCode TO BurLastStatus
               MOVE WSBalance TO BurLastBalance
               MOVE WSPastDue TO BurLastPastDue
               MOVE WSDisputeCode TO BurLastDispute
               MOVE FUNCTION CURRENT-DATE(1:14) TO BurStamp
               IF WSHistOnFile
                   REWRITE BureauHistRecord
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               ELSE
                   WRITE BureauHistRecord
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               END-IF
               IF NOT WSBurHistOK
                   DISPLAY "CreditBureau: history write failed for "
                       IDNum ": " WSBurHistStatus
               END-IF.

           WriteSegment.
               MOVE 'D' TO BurSType
               MOVE IDNum TO BurSIDNum
               MOVE CustCompanyName TO BurSName
               MOVE CustAddrNum TO BurSAddrNum
               MOVE CustAddrStreet TO BurSAddrStreet
               MOVE CustAddrCity TO BurSAddrCity
               MOVE CustAddrZip TO BurSAddrZip
               MOVE CustAddrPostal TO BurSAddrPostal
               MOVE CustAddrCountry TO BurSAddrCountry
               MOVE CustCreatedStamp(1:8) TO BurSOpenDate
               MOVE WSStatusCode TO BurSStatus
               MOVE WSRating TO BurSRating
               MOVE BurRatingHist TO BurSRatingHist
               MOVE WSBalance TO BurSBalance
               MOVE WSPastDue TO BurSPastDue
               MOVE WSChargeOff TO BurSChargeOff
               MOVE BalLastPostDate TO BurSLastActivity
               MOVE WSDisputeCode TO BurSDispute
               WRITE BureauSegment
               ADD 1 TO WSSegmentCount
               ADD WSBalance TO WSSegmentTotal
               PERFORM VARYING WSStatusIdx FROM 1 BY 1
                       UNTIL WSStatusIdx > 9
                   IF StCode(WSStatusIdx) = WSStatusCode
                       ADD 1 TO StCount(WSStatusIdx)
                       ADD WSBalance TO StBalance(WSStatusIdx)
                   END-IF
               END-PERFORM.

      *|==============================================================|
      *    PrintControlReport: segments and balances by status
      *    code, then the file totals that must match the trailer.
      *|==============================================================|

           PrintControlReport.
               MOVE 'B' TO WSBnrFunction
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   WSBnrRequestor WSBnrCount WSBnrLine1 WSBnrLine2
               WRITE BureauLine FROM WSBnrLine1
               WRITE BureauLine FROM WSBnrLine2
               MOVE WSRunDate TO PrnHeadDate
               MOVE WSReporterId TO PrnHeadReporter
               WRITE BureauLine FROM HeadLine1
                   AFTER ADVANCING 1 LINE
               WRITE BureauLine FROM HeadLine2
                   AFTER ADVANCING 2 LINES
               PERFORM VARYING WSStatusIdx FROM 1 BY 1
                       UNTIL WSStatusIdx > 9
                   MOVE StCode(WSStatusIdx) TO PrnStCode
                   MOVE StText(WSStatusIdx) TO PrnStText
                   MOVE StCount(WSStatusIdx) TO PrnStCount
                   MOVE StBalance(WSStatusIdx) TO PrnStBalance
                   WRITE BureauLine FROM StatusLine
                       AFTER ADVANCING 1 LINE
               END-PERFORM
               MOVE "Segments on the bureau file" TO PrnTotLabel
               MOVE WSSegmentCount TO PrnTotCount
               MOVE WSSegmentTotal TO PrnTotAmount
               WRITE BureauLine FROM TotalLine
                   AFTER ADVANCING 2 LINES
               MOVE "Reported with dispute indicator XB"
                   TO PrnTotLabel
               MOVE WSDisputedCount TO PrnTotCount
               MOVE ZERO TO PrnTotAmount
               WRITE BureauLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE "Individual accounts, not reported"
                   TO PrnTotLabel
               MOVE WSPersonalCount TO PrnTotCount
               WRITE BureauLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE 'T' TO WSBnrFunction
               MOVE WSSegmentCount TO WSBnrCount
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   WSBnrRequestor WSBnrCount WSBnrLine1 WSBnrLine2
               WRITE BureauLine FROM WSBnrLine1.

           WriteRunLogRecord.
               CALL 'RunLog' USING WSLogStepName WSLogEvent
                   WSLogRecords WSLogRejects WSLogRC
                   WSLogCapacity.

           WriteIfaceLogRecord.
               CALL 'IfaceLog' USING WSIfcCode WSIfcEvent
                   WSIfcRecords WSIfcControl WSIfcFileDate.

      *|==============================================================|
