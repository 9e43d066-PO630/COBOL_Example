      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DepYearEnd.

      *|==============================================================|
      *    DepYearEnd closes the year on the security deposits. Run
      *    on the last cycle of December, it reads the deposit file
      *    (CUSTDEPOSIT, default Deposit.dat, DepRec.cpy layout) and
      *    for every deposit still held brings the interest up to
      *    the business date through DepAccrue, crediting it to the
      *    deposit, so the interest is earned in the year it
      *    belongs to.
      *
      *    It then prints the annual deposit statement
      *    (CUSTDEPSTMT, default DepStmt.rpt), one per customer who
      *    held a deposit at the year end or had one released during
      *    the year: who it was taken from and why, when it came in,
      *    the rate, the interest credited this year and to date,
      *    and either what is held now and how it will be released,
      *    or what became of it -- applied to the balance, refunded,
      *    or both. Each statement is mailed to the master address,
      *    or the seasonal address AltAddr holds for the business
      *    date, and goes on the customer's correspondence log
      *    through CorrLog as document type DEPOSIT. A customer
      *    whose mail came back (RetMail) is not printed until the
      *    address is fixed, and is counted as held; a customer gone
      *    from the master is printed without an address line for
      *    the office to deal with.
      *
      *    Rerun on the same business date, the accrual finds the
      *    interest already taken through that date and adds
      *    nothing; the statements are simply printed again.
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT DepositFile ASSIGN TO WSDepFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DepIDNum
                   FILE STATUS IS WSDepFileStatus.

               SELECT CustomerFile ASSIGN TO WSCustFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS IDNum
                   ALTERNATE RECORD KEY IS LastName
                       WITH DUPLICATES
                   FILE STATUS IS WSFileStatus.

               SELECT DepStmtFile ASSIGN TO WSStmtFileName
                   ORGANIZATION IS LINE SEQUENTIAL.

      *|==============================================================|

       DATA DIVISION.

           FILE SECTION.

               FD DepositFile.
                   COPY "DepRec.cpy".

               FD CustomerFile.
                   COPY "CustRec.cpy".

               FD DepStmtFile.
                   1 DepStmtLine PIC X(80).

           WORKING-STORAGE SECTION.

               1 WSDepFileName PIC X(100).
               1 WSCustFileName PIC X(100).
               1 WSStmtFileName PIC X(100).

               1 WSDepFileStatus PIC X(2).
                   88 WSDepFileOK VALUE '00'.
               1 WSFileStatus PIC X(2).
                   88 WSFileOK VALUE '00'.

               1 WSCustAvailFlag PIC X(1) VALUE 'N'.
                   88 WSCustFileAvail VALUE 'Y'.
               1 WSCustFoundFlag PIC X(1).
                   88 WSCustOnFile VALUE 'Y'.

               1 WSEOF PIC X(1).
                   88 WSAtEOF VALUE 'Y'.

               1 WSBizDateParm PIC X(8).
               1 WSRunDate PIC 9(8).
               1 WSRunYear PIC 9(4).

               1 WSDepInterest PIC 9(7)V99.

               1 WSReadCount PIC 9(7) VALUE ZERO.
               1 WSAccruedCount PIC 9(7) VALUE ZERO.
               1 WSAccruedTotal PIC 9(9)V99 VALUE ZERO.
               1 WSStmtCount PIC 9(7) VALUE ZERO.
               1 WSRetMailCount PIC 9(7) VALUE ZERO.
               1 WSHeldTotal PIC 9(9)V99 VALUE ZERO.

      *    Mailing-address resolution through the AltAddr
      *    subprogram, and the correspondence-log work area for the
      *    shared CorrLog subprogram: one line per statement.
               1 WSResAddrNum PIC 9(3).
               1 WSResStreet PIC X(40).
               1 WSResZip PIC X(5).
               1 WSResCity PIC X(20).

               1 WSCorrDocType PIC X(8) VALUE "DEPOSIT".
               1 WSCorrTemplate PIC X(20)
                   VALUE "DEPOSIT STATEMENT".
               1 WSCorrChannel PIC X(5) VALUE "MAIL".
               1 WSCorrAddress PIC X(80).
               1 WSCorrSource PIC X(12) VALUE "DepYearEnd".

      *    Statement lines.
               1 StmtSeparator PIC X(80) VALUE ALL "-".

               1 StmtHeadLine.
                   2 FILLER PIC X(32)
                       VALUE " Security deposit statement for ".
                   2 PrnStmtYear PIC 9(4).
                   2 FILLER PIC X(26) VALUE SPACE.
                   2 FILLER PIC X(9) VALUE "Customer ".
                   2 PrnStmtId PIC 9(7).

               1 StmtNameLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnStmtName PIC X(40).

               1 StmtAddrLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnAddrText PIC X(79).

               1 StmtTextLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnTextLabel PIC X(30).
                   2 PrnTextValue PIC X(40).

               1 StmtAmountLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnAmtLabel PIC X(30).
                   2 PrnAmtValue PIC ZZZ,ZZZ,ZZ9.99.

               1 WSShowRate PIC Z9.999.

               1 TotalLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnTotLabel PIC X(30).
                   2 PrnTotCount PIC ZZZZZZ9.
                   2 FILLER PIC X(3) VALUE SPACE.
                   2 PrnTotAmount PIC ZZZ,ZZZ,ZZ9.99.

      *    Standard report identification and catalog registration.
               1 WSBnrFunction PIC X(1).
               1 WSBnrReportName PIC X(20) VALUE "DepYearEnd".
               1 WSBnrRequestor PIC X(8) VALUE "BATCH".
               1 WSBnrCount PIC 9(7) VALUE ZERO.
               1 WSBnrLine1 PIC X(80).
               1 WSBnrLine2 PIC X(80).

               1 WSCatReportName PIC X(20).
               1 WSCatFileName PIC X(100).
               1 WSCatPages PIC 9(4) VALUE ZERO.
               1 WSCatRecords PIC 9(7) VALUE ZERO.

      *    Run-log work area handed to the shared RunLog subprogram.
               1 WSLogStepName PIC X(20) VALUE "DepYearEnd".
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
               MOVE WSRunDate(1:4) TO WSRunYear
               ACCEPT WSDepFileName FROM ENVIRONMENT "CUSTDEPOSIT"
                   ON EXCEPTION
                       MOVE "Deposit.dat" TO WSDepFileName
               END-ACCEPT
               ACCEPT WSCustFileName FROM ENVIRONMENT "CUSTMSTR"
                   ON EXCEPTION
                       MOVE "test.dat" TO WSCustFileName
               END-ACCEPT
               ACCEPT WSStmtFileName FROM ENVIRONMENT "CUSTDEPSTMT"
                   ON EXCEPTION
                       MOVE "DepStmt.rpt" TO WSStmtFileName
               END-ACCEPT
               MOVE 'S' TO WSLogEvent
               PERFORM WriteRunLogRecord
               OPEN I-O DepositFile
               IF NOT WSDepFileOK
                   DISPLAY "DepYearEnd: no deposits on file; "
                       "nothing to accrue."
                   MOVE 'E' TO WSLogEvent
                   PERFORM WriteRunLogRecord
                   MOVE ZERO TO RETURN-CODE
                   GOBACK
               END-IF
               OPEN INPUT CustomerFile
               IF WSFileOK
                   SET WSCustFileAvail TO TRUE
               END-IF
               OPEN OUTPUT DepStmtFile
               MOVE 'B' TO WSBnrFunction
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   WSBnrRequestor WSBnrCount WSBnrLine1 WSBnrLine2
               WRITE DepStmtLine FROM WSBnrLine1
               WRITE DepStmtLine FROM WSBnrLine2
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSAtEOF
                   READ DepositFile NEXT RECORD
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           PERFORM CloseOneDeposit
                   END-READ
               END-PERFORM
               CLOSE DepositFile
               IF WSCustFileAvail
                   CLOSE CustomerFile
               END-IF
               PERFORM PrintYearTotals
               CLOSE DepStmtFile
               MOVE "DepYearEnd" TO WSCatReportName
               MOVE WSStmtFileName TO WSCatFileName
               MOVE WSStmtCount TO WSCatRecords
               CALL 'RptCatalog' USING WSCatReportName
                   WSCatFileName WSCatPages WSCatRecords
               DISPLAY "DepYearEnd: " WSAccruedCount
                   " deposits accrued, " WSStmtCount
                   " statements printed, " WSRetMailCount
                   " held for returned mail."
               MOVE 'E' TO WSLogEvent
               MOVE WSStmtCount TO WSLogRecords
               PERFORM WriteRunLogRecord
               MOVE ZERO TO RETURN-CODE
               GOBACK.

      *|==============================================================|
      *    CloseOneDeposit accrues a held deposit to the year end and
      *    prints its statement; a deposit released during the year
      *    gets its statement too, with no accrual.
      *|==============================================================|

           CloseOneDeposit.
               ADD 1 TO WSReadCount
               IF DepHeld OR DepReleaseAsked
                   CALL 'DepAccrue' USING DepositRecord WSRunDate
                       WSDepInterest
                   REWRITE DepositRecord
                       INVALID KEY
                           DISPLAY "DepYearEnd: rewrite failed for "
                               DepIDNum ": " WSDepFileStatus
                   END-REWRITE
                   ADD 1 TO WSAccruedCount
                   ADD WSDepInterest TO WSAccruedTotal
                   ADD DepAmount TO WSHeldTotal
               ELSE
                   IF DepReleasedOn(1:4) NOT = WSRunYear
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               PERFORM ReadStmtCustomer
               IF WSCustOnFile
                   AND CustMailReturned OF CustomerData
                   ADD 1 TO WSRetMailCount
                   EXIT PARAGRAPH
               END-IF
               PERFORM PrintDepositStatement.

           ReadStmtCustomer.
               MOVE 'N' TO WSCustFoundFlag
               IF NOT WSCustFileAvail
                   EXIT PARAGRAPH
               END-IF
               MOVE DepIDNum TO IDNum OF CustomerData
               READ CustomerFile
                   INVALID KEY
                       EXIT PARAGRAPH
               END-READ
               MOVE 'Y' TO WSCustFoundFlag.

           PrintDepositStatement.
               ADD 1 TO WSStmtCount
               WRITE DepStmtLine FROM StmtSeparator
                   AFTER ADVANCING 2 LINES
               MOVE WSRunYear TO PrnStmtYear
               MOVE DepIDNum TO PrnStmtId
               WRITE DepStmtLine FROM StmtHeadLine
                   AFTER ADVANCING 1 LINE
               MOVE SPACES TO WSCorrAddress
               IF WSCustOnFile
                   PERFORM PrintStmtAddress
               END-IF
               MOVE "Deposit received" TO PrnTextLabel
               MOVE DepReceived TO PrnTextValue
               PERFORM WriteTextLine
               MOVE "Reason" TO PrnTextLabel
               EVALUATE TRUE
                   WHEN DepReasonNewRisk
                       MOVE "New account, higher risk"
                           TO PrnTextValue
                   WHEN DepReasonOverLimit
                       MOVE "Account over its credit limit"
                           TO PrnTextValue
                   WHEN OTHER
                       MOVE DepReasonText TO PrnTextValue
               END-EVALUATE
               PERFORM WriteTextLine
               MOVE DepRate TO WSShowRate
               MOVE "Annual interest rate" TO PrnTextLabel
               MOVE SPACES TO PrnTextValue
               STRING WSShowRate DELIMITED BY SIZE
                      " percent" DELIMITED BY SIZE
                   INTO PrnTextValue
               END-STRING
               PERFORM WriteTextLine
               MOVE SPACES TO PrnAmtLabel
               STRING "Interest credited in " DELIMITED BY SIZE
                      WSRunYear DELIMITED BY SIZE
                   INTO PrnAmtLabel
               END-STRING
               IF DepIntYearNo = WSRunYear
                   MOVE DepIntYearAmt TO PrnAmtValue
               ELSE
                   MOVE ZERO TO PrnAmtValue
               END-IF
               PERFORM WriteAmountLine
               MOVE "Interest credited to date" TO PrnAmtLabel
               MOVE DepIntAccrued TO PrnAmtValue
               PERFORM WriteAmountLine
               IF DepReleased
                   PERFORM PrintReleasedLines
               ELSE
                   PERFORM PrintHeldLines
               END-IF
               CALL 'CorrLog' USING DepIDNum WSCorrDocType
                   WSCorrTemplate WSCorrChannel WSCorrAddress
                   WSCorrSource.

      *    The seasonal address wins when AltAddr holds one for the
      *    business date.
           PrintStmtAddress.
               MOVE SPACES TO PrnStmtName
               IF CustBusiness OF CustomerData
                   MOVE CustCompanyName OF CustomerData
                       TO PrnStmtName
               ELSE
                   STRING FirstName OF CustomerData
                              DELIMITED BY "  "
                          " " DELIMITED BY SIZE
                          LastName OF CustomerData
                              DELIMITED BY "  "
                       INTO PrnStmtName
                   END-STRING
               END-IF
               WRITE DepStmtLine FROM StmtNameLine
                   AFTER ADVANCING 1 LINE
               MOVE CustAddrNum OF CustomerData TO WSResAddrNum
               MOVE CustAddrStreet OF CustomerData TO WSResStreet
               MOVE CustAddrZip OF CustomerData TO WSResZip
               MOVE CustAddrCity OF CustomerData TO WSResCity
               CALL 'AltAddr' USING DepIDNum WSRunDate
                   WSResAddrNum WSResStreet WSResZip WSResCity
               STRING WSResAddrNum DELIMITED BY SIZE
                      " "          DELIMITED BY SIZE
                      WSResStreet  DELIMITED BY "  "
                      ", "         DELIMITED BY SIZE
                      WSResCity    DELIMITED BY "  "
                      " "          DELIMITED BY SIZE
                      WSResZip     DELIMITED BY SIZE
                   INTO WSCorrAddress
               END-STRING
               MOVE WSCorrAddress TO PrnAddrText
               WRITE DepStmtLine FROM StmtAddrLine
                   AFTER ADVANCING 1 LINE.

           PrintHeldLines.
               MOVE SPACES TO PrnAmtLabel
               STRING "Held at " DELIMITED BY SIZE
                      WSRunDate DELIMITED BY SIZE
                   INTO PrnAmtLabel
               END-STRING
               MOVE DepAmount TO PrnAmtValue
               PERFORM WriteAmountLine
               MOVE "Released" TO PrnTextLabel
               MOVE SPACES TO PrnTextValue
               EVALUATE TRUE
                   WHEN DepReleaseAsked
                       MOVE "Release under way" TO PrnTextValue
                   WHEN DepReleaseOnDate
                       STRING "On " DELIMITED BY SIZE
                              DepReleaseDate DELIMITED BY SIZE
                              " or on closing" DELIMITED BY SIZE
                           INTO PrnTextValue
                       END-STRING
                   WHEN DepReleaseOnClose
                       MOVE "When the account closes" TO PrnTextValue
                   WHEN OTHER
                       MOVE "On review, or on closing"
                           TO PrnTextValue
               END-EVALUATE
               PERFORM WriteTextLine.

           PrintReleasedLines.
               MOVE "Released on" TO PrnTextLabel
               MOVE DepReleasedOn TO PrnTextValue
               PERFORM WriteTextLine
               MOVE "Applied to balance owed" TO PrnAmtLabel
               MOVE DepApplied TO PrnAmtValue
               PERFORM WriteAmountLine
               MOVE "Refunded" TO PrnAmtLabel
               MOVE DepRefunded TO PrnAmtValue
               PERFORM WriteAmountLine.

           WriteTextLine.
               WRITE DepStmtLine FROM StmtTextLine
                   AFTER ADVANCING 1 LINE.

           WriteAmountLine.
               WRITE DepStmtLine FROM StmtAmountLine
                   AFTER ADVANCING 1 LINE.

           PrintYearTotals.
               WRITE DepStmtLine FROM StmtSeparator
                   AFTER ADVANCING 2 LINES
               MOVE "Deposits read" TO PrnTotLabel
               MOVE WSReadCount TO PrnTotCount
               MOVE ZERO TO PrnTotAmount
               WRITE DepStmtLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE "Interest accrued" TO PrnTotLabel
               MOVE WSAccruedCount TO PrnTotCount
               MOVE WSAccruedTotal TO PrnTotAmount
               WRITE DepStmtLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE "Held at year end" TO PrnTotLabel
               MOVE WSAccruedCount TO PrnTotCount
               MOVE WSHeldTotal TO PrnTotAmount
               WRITE DepStmtLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE "Statements printed" TO PrnTotLabel
               MOVE WSStmtCount TO PrnTotCount
               MOVE ZERO TO PrnTotAmount
               WRITE DepStmtLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE "Held, returned mail" TO PrnTotLabel
               MOVE WSRetMailCount TO PrnTotCount
               WRITE DepStmtLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE 'T' TO WSBnrFunction
               MOVE WSStmtCount TO WSBnrCount
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   WSBnrRequestor WSBnrCount WSBnrLine1 WSBnrLine2
               WRITE DepStmtLine FROM WSBnrLine1.

           WriteRunLogRecord.
               CALL 'RunLog' USING WSLogStepName WSLogEvent
                   WSLogRecords WSLogRejects WSLogRC
                   WSLogCapacity.

      *|==============================================================|
