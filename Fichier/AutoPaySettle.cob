      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AutoPaySettle.

      *|==============================================================|
      *    AutoPaySettle is the nightly step that brings the bank's
      *    answer to AutoPayDebit's requests home. The settlement
      *    file (CUSTDDSETTLE, default DDSettle.dat):
      *        header  cols 1-7 zeros, col 8 'H', settlement date
      *                (yyyymmdd), item count 9(7), amount total
      *                9(9)V99
      *        detail  cols 1-7 account Id, col 8 'S' settled or
      *                'F' failed, amount 9(7)V99, request date
      *                9(8), bank reason X(20)
      *    must balance to its own header before anything moves --
      *    the LockboxImport discipline -- and is refused whole
      *    with RC 12 when it does not. No file is an ordinary
      *    night: the bank had nothing to say.
      *
      *    Settled debits become credit postings ("AUTOPAY
      *    PAYMENT") on the pending posting file (CUSTPOSTIN,
      *    default PostTrans.dat) under their own deposit batch
      *    header, so PostTrans proves the deposit again before
      *    applying it. Failed debits post nothing; they are listed
      *    on the failed-debit section of AutoPaySettle.rpt and
      *    noted on the customer's notes file (CUSTNOTES) so the
      *    next call about the account knows. A settled item whose
      *    Id fails the check digit or names no active customer is
      *    listed for hand research instead of posted.
      *
      *    Each enrollment the file answers for is stamped with the
      *    settlement date (AutoLastSettle), so a settlement file
      *    presented twice never credits anyone twice.
      *
      *    The credits post under tonight's business date
      *    (CUSTBIZDATE, else today), so while that date falls in a
      *    month a supervisor has closed (PeriodCheck) the file is
      *    refused whole with RC 12 and left for a rerun. A
      *    settlement the bank dates in a closed month is taken into
      *    the open month, and the report says so.
      *
      *    Every settlement file taken in, and every one refused, is
      *    logged under DDSETTLE on the interface log (IfaceLog) with
      *    its item count, amount total and settlement date; one taken
      *    in also stands as the bank's acknowledgment of the requests
      *    AutoPayDebit sent (DDREQ).
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT SettleFile ASSIGN TO WSSettleFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSSettleStatus.

               SELECT AutoPayFile ASSIGN TO WSAutoFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AutoIDNum
                   FILE STATUS IS WSAutoFileStatus.

               SELECT CustomerFile ASSIGN TO WSCustFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS IDNum
                   ALTERNATE RECORD KEY IS LastName
                       WITH DUPLICATES
                   FILE STATUS IS WSFileStatus.

               SELECT PostingFile ASSIGN TO WSPostFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSPostFileStatus.

               SELECT NotesFile ASSIGN TO WSNotesFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSNotesStatus.

               SELECT SettleReport ASSIGN TO WSReportFileName
                   ORGANIZATION IS LINE SEQUENTIAL.

      *|==============================================================|

       DATA DIVISION.

           FILE SECTION.

               FD SettleFile.
                   1 SettleDetail.
                       2 SetIDNum PIC 9(7).
                       2 SetStatus PIC X(1).
                           88 SetSettled VALUE 'S'.
                           88 SetFailed VALUE 'F'.
                           88 SetHeader VALUE 'H'.
                       2 SetAmount PIC 9(7)V99.
                       2 SetReqDate PIC 9(8).
                       2 SetReason PIC X(20).
                   1 SettleHeader.
                       2 SetHIDNum PIC 9(7).
                       2 SetHType PIC X(1).
                       2 SetHDate PIC 9(8).
                       2 SetHCount PIC 9(7).
                       2 SetHTotal PIC 9(9)V99.

               FD AutoPayFile.
                   COPY "AutoRec.cpy".

               FD CustomerFile.
                   COPY "CustRec.cpy".

      *    Output in the PostTrans input layout, header included.
               FD PostingFile.
                   1 PostingTransaction.
                       2 PostTIDNum PIC 9(7).
                       2 PostTType PIC X(1).
                       2 PostTAmount PIC 9(7)V99.
                       2 PostTDesc PIC X(20).
                   1 PostingBatchHeader.
                       2 PBHIDNum PIC 9(7).
                       2 PBHType PIC X(1).
                       2 PBHDepositDate PIC 9(8).
                       2 PBHItemCount PIC 9(7).
                       2 PBHDebitTotal PIC 9(9)V99.
                       2 PBHCreditTotal PIC 9(9)V99.
                       2 PBHOperator PIC X(8).

               FD NotesFile.
                   COPY "NoteRec.cpy".

               FD SettleReport.
                   1 SettleLine PIC X(100).

           WORKING-STORAGE SECTION.

               1 WSSettleFileName PIC X(100).
               1 WSAutoFileName PIC X(100).
               1 WSCustFileName PIC X(100).
               1 WSPostFileName PIC X(100).
               1 WSNotesFileName PIC X(100).
               1 WSReportFileName PIC X(100).

               1 WSSettleStatus PIC X(2).
                   88 WSSettleOK VALUE '00'.
               1 WSAutoFileStatus PIC X(2).
                   88 WSAutoFileOK VALUE '00'.
               1 WSFileStatus PIC X(2).
                   88 WSFileOK VALUE '00'.
               1 WSPostFileStatus PIC X(2).
                   88 WSPostFileMissing VALUE '35'.
               1 WSNotesStatus PIC X(2).
                   88 WSNotesOK VALUE '00'.
                   88 WSNotesMissing VALUE '35'.

               1 WSEOF PIC X(1).
                   88 WSAtEOF VALUE 'Y'.
               1 WSNotesEOF PIC X(1).
                   88 WSNotesAtEOF VALUE 'Y'.

               1 WSHeaderSeen PIC X(1).
                   88 WSHaveHeader VALUE 'Y'.

               1 WSBankDate PIC 9(8).

               1 WSBizDateParm PIC X(8).
               1 WSRunDate PIC 9(8).
               1 WSPeriodAnswer PIC X(1).
                   88 WSPeriodOpen VALUE 'Y'.
               1 WSClosedThru PIC 9(6).
               1 WSBankClosedFlag PIC X(1) VALUE 'N'.
                   88 WSBankDateClosed VALUE 'Y'.
               1 WSBankCount PIC 9(7).
               1 WSBankTotal PIC 9(9)V99.
               1 WSBodyCount PIC 9(7).
               1 WSBodyTotal PIC 9(9)V99.

               1 WSCheckIDNum PIC 9(7).
               1 WSCheckIDParts REDEFINES WSCheckIDNum.
                   2 WSCheckIDBase PIC 9(6).
                   2 WSCheckIDDigit PIC 9(1).
               1 WSCheckDigitValid PIC X(1).
                   88 WSCheckDigitOK VALUE 'Y'.

               1 WSEnrolledFlag PIC X(1).
                   88 WSEnrolled VALUE 'Y'.

               1 WSResultText PIC X(30).

      *    Tonight's settled credits, held until the batch header
      *    can carry their count and total.
               1 WSCreditMax PIC 9(5) VALUE 5000.
               1 WSCreditCount PIC 9(5) VALUE ZERO.
               1 WSCreditIdx PIC 9(5).
               1 CreditTable.
                   2 CreditEntry OCCURS 5000 TIMES.
                       3 CrIDNum PIC 9(7).
                       3 CrAmount PIC 9(7)V99.

               1 WSCreditTotal PIC 9(9)V99 VALUE ZERO.

      *    Failed debits, printed as their own section at the end.
               1 WSFailMax PIC 9(4) VALUE 2000.
               1 WSFailCount PIC 9(4) VALUE ZERO.
               1 WSFailIdx PIC 9(4).
               1 FailTable.
                   2 FailEntry OCCURS 2000 TIMES.
                       3 FlIDNum PIC 9(7).
                       3 FlAmount PIC 9(7)V99.
                       3 FlReqDate PIC 9(8).
                       3 FlReason PIC X(20).

               1 WSFailTotal PIC 9(9)V99 VALUE ZERO.
               1 WSResearchCount PIC 9(5) VALUE ZERO.
               1 WSDupCount PIC 9(5) VALUE ZERO.

               1 WSNoteIDNum PIC 9(7).
               1 WSNoteText PIC X(60).
               1 WSNoteNextSeq PIC 9(4).

               1 WSShowAmount PIC ZZZZZZ9.99.

               1 HeadLine1.
                   2 FILLER PIC X(31)
                       VALUE "Autopay Settlement -- bank date".
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnHeadDate PIC 9(8).

               1 HeadLine2.
                   2 FILLER PIC X(9) VALUE " Id".
                   2 FILLER PIC X(3) VALUE "St".
                   2 FILLER PIC X(11) VALUE "     Amount".
                   2 FILLER PIC X(10) VALUE "  Request".
                   2 FILLER PIC X(21) VALUE "Bank reason".
                   2 FILLER PIC X(30) VALUE "Result".

               1 DetailLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnDetId PIC 9(7).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnDetStatus PIC X(1).
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnDetAmount PIC ZZZZZZ9.99.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnDetReqDate PIC 9(8).
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnDetReason PIC X(20).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnDetResult PIC X(30).

               1 FailHeadLine.
                   2 FILLER PIC X(40)
                       VALUE " Failed debits -- follow up with the".
                   2 FILLER PIC X(10) VALUE " customer".

               1 TotalLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnTotLabel PIC X(24).
                   2 PrnTotCount PIC ZZZZZZ9.
                   2 FILLER PIC X(3) VALUE SPACE.
                   2 PrnTotAmount PIC ZZZ,ZZZ,ZZ9.99.

      *    Standard report identification and catalog registration.
               1 WSBnrFunction PIC X(1).
               1 WSBnrReportName PIC X(20) VALUE "AutoPaySettle".
               1 WSBnrRequestor PIC X(8) VALUE "BATCH".
               1 WSBnrCount PIC 9(7) VALUE ZERO.
               1 WSBnrLine1 PIC X(80).
               1 WSBnrLine2 PIC X(80).

               1 WSCatReportName PIC X(20).
               1 WSCatFileName PIC X(100).
               1 WSCatPages PIC 9(4) VALUE ZERO.
               1 WSCatRecords PIC 9(7) VALUE ZERO.

      *    Run-log work area handed to the shared RunLog subprogram.
               1 WSLogStepName PIC X(20) VALUE "AutoPaySettle".
               1 WSLogEvent PIC X(1).
               1 WSLogRecords PIC 9(7) VALUE ZERO.
               1 WSLogRejects PIC 9(7) VALUE ZERO.
               1 WSLogRC PIC 9(4) VALUE ZERO.
               1 WSLogCapacity PIC 9(5) VALUE ZERO.

      *    Interface-log work area handed to the shared IfaceLog
      *    subprogram.
               1 WSIfcCode PIC X(8) VALUE "DDSETTLE".
               1 WSIfcEvent PIC X(1).
               1 WSIfcRecords PIC 9(7) VALUE ZERO.
               1 WSIfcControl PIC 9(11)V99 VALUE ZERO.
               1 WSIfcFileDate PIC 9(8) VALUE ZERO.

      *|==============================================================|

       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSSettleFileName FROM ENVIRONMENT
                       "CUSTDDSETTLE"
                   ON EXCEPTION
                       MOVE "DDSettle.dat" TO WSSettleFileName
               END-ACCEPT
               ACCEPT WSAutoFileName FROM ENVIRONMENT "CUSTAUTOPAY"
                   ON EXCEPTION
                       MOVE "AutoPay.dat" TO WSAutoFileName
               END-ACCEPT
               ACCEPT WSCustFileName FROM ENVIRONMENT "CUSTMSTR"
                   ON EXCEPTION
                       MOVE "test.dat" TO WSCustFileName
               END-ACCEPT
               ACCEPT WSPostFileName FROM ENVIRONMENT "CUSTPOSTIN"
                   ON EXCEPTION
                       MOVE "PostTrans.dat" TO WSPostFileName
               END-ACCEPT
               ACCEPT WSNotesFileName FROM ENVIRONMENT "CUSTNOTES"
                   ON EXCEPTION
                       MOVE "CustNotes.dat" TO WSNotesFileName
               END-ACCEPT
               ACCEPT WSReportFileName FROM ENVIRONMENT
                       "CUSTDDSETRPT"
                   ON EXCEPTION
                       MOVE "AutoPaySettle.rpt" TO WSReportFileName
               END-ACCEPT
               MOVE 'S' TO WSLogEvent
               PERFORM WriteRunLogRecord
               PERFORM BalanceSettleFile
               IF NOT WSSettleOK
                   DISPLAY "AutoPaySettle: no settlement file at "
                       WSSettleFileName "; nothing settled."
                   MOVE 'E' TO WSLogEvent
                   PERFORM WriteRunLogRecord
                   MOVE ZERO TO RETURN-CODE
                   GOBACK
               END-IF
               IF NOT WSHaveHeader
                   DISPLAY "AutoPaySettle: no bank header on "
                       WSSettleFileName "; file refused."
                   PERFORM LogRefusedFile
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               IF WSBodyCount NOT = WSBankCount
                   OR WSBodyTotal NOT = WSBankTotal
                   DISPLAY "AutoPaySettle: file does not balance "
                       "to the bank header (items " WSBodyCount
                       " vs " WSBankCount "); file refused."
                   PERFORM LogRefusedFile
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM CheckPostingPeriod
               OPEN INPUT CustomerFile
               IF NOT WSFileOK
                   DISPLAY "AutoPaySettle: customer file will not "
                       "open: " WSFileStatus
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               OPEN I-O AutoPayFile
               OPEN OUTPUT SettleReport
               MOVE 'B' TO WSBnrFunction
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   WSBnrRequestor WSBnrCount WSBnrLine1 WSBnrLine2
               WRITE SettleLine FROM WSBnrLine1
               WRITE SettleLine FROM WSBnrLine2
               MOVE WSBankDate TO PrnHeadDate
               WRITE SettleLine FROM HeadLine1
                   AFTER ADVANCING 1 LINE
               IF WSBankDateClosed
                   MOVE SPACES TO SettleLine
                   STRING " Settlement date is in a month closed "
                       "through " WSClosedThru "; credits post under "
                       WSRunDate "."
                       DELIMITED BY SIZE INTO SettleLine
                   END-STRING
                   WRITE SettleLine
                       AFTER ADVANCING 1 LINE
               END-IF
               WRITE SettleLine FROM HeadLine2
                   AFTER ADVANCING 2 LINES
               MOVE 'N' TO WSEOF
               OPEN INPUT SettleFile
               PERFORM UNTIL WSAtEOF
                   READ SettleFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF SetSettled OR SetFailed
                               PERFORM JudgeOneSettlement
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SettleFile
               PERFORM WritePostingBatch
               MOVE 'R' TO WSIfcEvent
               PERFORM LogSettleFile
               MOVE "DDREQ" TO WSIfcCode
               MOVE 'A' TO WSIfcEvent
               PERFORM LogSettleFile
               PERFORM PrintFailedDebits
               PERFORM PrintSettleTotals
               CLOSE CustomerFile, SettleReport
               IF WSAutoFileOK
                   CLOSE AutoPayFile
               END-IF
               MOVE "AutoPaySettle" TO WSCatReportName
               MOVE WSReportFileName TO WSCatFileName
               MOVE WSBodyCount TO WSCatRecords
               CALL 'RptCatalog' USING WSCatReportName
                   WSCatFileName WSCatPages WSCatRecords
               MOVE 'E' TO WSLogEvent
               MOVE WSCreditCount TO WSLogRecords
               MOVE WSFailCount TO WSLogRejects
               PERFORM WriteRunLogRecord
               DISPLAY "AutoPaySettle: " WSCreditCount
                   " debits settled and queued, " WSFailCount
                   " failed, " WSResearchCount " for research."
               MOVE ZERO TO RETURN-CODE
               GOBACK.

      *|==============================================================|
      *    BalanceSettleFile: first pass, nothing written -- the
      *    body must add up to the bank's own header.
      *|==============================================================|

           BalanceSettleFile.
               MOVE 'N' TO WSHeaderSeen
               MOVE ZERO TO WSBodyCount
               MOVE ZERO TO WSBodyTotal
               MOVE 'N' TO WSEOF
               OPEN INPUT SettleFile
               IF NOT WSSettleOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ SettleFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF SetHeader
                               MOVE 'Y' TO WSHeaderSeen
                               MOVE SetHDate TO WSBankDate
                               MOVE SetHCount TO WSBankCount
                               MOVE SetHTotal TO WSBankTotal
                           ELSE
                               ADD 1 TO WSBodyCount
                               ADD SetAmount TO WSBodyTotal
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SettleFile.

      *|==============================================================|
      *    JudgeOneSettlement: a duplicate is skipped, a failure is
      *    listed and noted, a settlement for a good customer is
      *    queued as a credit; the enrollment is stamped either way.
      *|==============================================================|

           JudgeOneSettlement.
               MOVE SPACES TO WSResultText
               MOVE 'N' TO WSEnrolledFlag
               IF WSAutoFileOK
                   MOVE SetIDNum TO AutoIDNum
                   READ AutoPayFile
                       INVALID KEY
                           MOVE 'N' TO WSEnrolledFlag
                       NOT INVALID KEY
                           MOVE 'Y' TO WSEnrolledFlag
                   END-READ
               END-IF
               IF WSEnrolled AND AutoLastSettle >= WSBankDate
                   ADD 1 TO WSDupCount
                   MOVE "Already settled; skipped" TO WSResultText
                   PERFORM PrintOneSettlement
                   EXIT PARAGRAPH
               END-IF
               IF SetFailed
                   PERFORM RecordFailedDebit
               ELSE
                   PERFORM QueueSettledDebit
               END-IF
               IF WSEnrolled
                   MOVE WSBankDate TO AutoLastSettle
                   REWRITE AutoPayRecord
               END-IF
               PERFORM PrintOneSettlement.

           RecordFailedDebit.
               MOVE "FAILED -- see failed debits" TO WSResultText
               ADD SetAmount TO WSFailTotal
               IF WSFailCount < WSFailMax
                   ADD 1 TO WSFailCount
                   MOVE SetIDNum TO FlIDNum(WSFailCount)
                   MOVE SetAmount TO FlAmount(WSFailCount)
                   MOVE SetReqDate TO FlReqDate(WSFailCount)
                   MOVE SetReason TO FlReason(WSFailCount)
               END-IF
               MOVE SetIDNum TO WSCheckIDNum
               CALL 'CheckDigit' USING 'V' WSCheckIDBase
                   WSCheckIDDigit WSCheckDigitValid
               IF WSCheckDigitOK
                   MOVE SetAmount TO WSShowAmount
                   MOVE SPACES TO WSNoteText
                   STRING "Autopay debit " DELIMITED BY SIZE
                          WSShowAmount DELIMITED BY SIZE
                          " failed: " DELIMITED BY SIZE
                          SetReason DELIMITED BY "  "
                       INTO WSNoteText
                   END-STRING
                   MOVE SetIDNum TO WSNoteIDNum
                   PERFORM AppendCustomerNote
               END-IF.

           QueueSettledDebit.
               MOVE SetIDNum TO WSCheckIDNum
               CALL 'CheckDigit' USING 'V' WSCheckIDBase
                   WSCheckIDDigit WSCheckDigitValid
               IF NOT WSCheckDigitOK
                   MOVE "Research: check digit fails"
                       TO WSResultText
                   ADD 1 TO WSResearchCount
                   EXIT PARAGRAPH
               END-IF
               MOVE SetIDNum TO IDNum OF CustomerData
               READ CustomerFile
                   INVALID KEY
                       MOVE "Research: Id not on master"
                           TO WSResultText
                       ADD 1 TO WSResearchCount
                       EXIT PARAGRAPH
               END-READ
               IF NOT CustActive
                   MOVE "Research: customer not active"
                       TO WSResultText
                   ADD 1 TO WSResearchCount
                   EXIT PARAGRAPH
               END-IF
               IF WSCreditCount >= WSCreditMax
                   MOVE "Research: credit table full"
                       TO WSResultText
                   ADD 1 TO WSResearchCount
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WSCreditCount
               MOVE SetIDNum TO CrIDNum(WSCreditCount)
               MOVE SetAmount TO CrAmount(WSCreditCount)
               ADD SetAmount TO WSCreditTotal
               MOVE "Credit queued for posting" TO WSResultText.

      *|==============================================================|
      *    WritePostingBatch: the settled credits behind their own
      *    deposit header, dated the bank's settlement date.
      *|==============================================================|

           WritePostingBatch.
               IF WSCreditCount = ZERO
                   EXIT PARAGRAPH
               END-IF
               OPEN EXTEND PostingFile
               IF WSPostFileMissing
                   OPEN OUTPUT PostingFile
               END-IF
               MOVE ZEROES TO PBHIDNum
               MOVE 'H' TO PBHType
               MOVE WSBankDate TO PBHDepositDate
               MOVE WSCreditCount TO PBHItemCount
               MOVE ZERO TO PBHDebitTotal
               MOVE WSCreditTotal TO PBHCreditTotal
               MOVE "AUTOPAY" TO PBHOperator
               WRITE PostingBatchHeader
               PERFORM VARYING WSCreditIdx FROM 1 BY 1
                       UNTIL WSCreditIdx > WSCreditCount
                   MOVE CrIDNum(WSCreditIdx) TO PostTIDNum
                   MOVE 'C' TO PostTType
                   MOVE CrAmount(WSCreditIdx) TO PostTAmount
                   MOVE "AUTOPAY PAYMENT" TO PostTDesc
                   WRITE PostingTransaction
               END-PERFORM
               CLOSE PostingFile.

      *|==============================================================|
      *    AppendCustomerNote files the failure as an ordinary
      *    customer note, the RetMail way.
      *|==============================================================|

           AppendCustomerNote.
               MOVE 1 TO WSNoteNextSeq
               MOVE 'N' TO WSNotesEOF
               OPEN INPUT NotesFile
               IF WSNotesOK
                   PERFORM UNTIL WSNotesAtEOF
                       READ NotesFile
                           AT END SET WSNotesAtEOF TO TRUE
                           NOT AT END
                               IF NoteIDNum = WSNoteIDNum
                                   AND NoteSeq >= WSNoteNextSeq
                                   COMPUTE WSNoteNextSeq =
                                       NoteSeq + 1
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE NotesFile
               END-IF
               OPEN EXTEND NotesFile
               IF WSNotesMissing
                   OPEN OUTPUT NotesFile
               END-IF
               MOVE WSNoteIDNum TO NoteIDNum
               MOVE WSNoteNextSeq TO NoteSeq
               MOVE FUNCTION CURRENT-DATE(1:14) TO NoteStamp
               MOVE "AUTOPAY" TO NoteOperator
               MOVE WSNoteText TO NoteText
               MOVE "AUTOPAY" TO NoteCategory
               MOVE ZERO TO NoteFollowUpDate
               MOVE SPACE TO NoteDoneFlag
               WRITE NoteRecord
               CLOSE NotesFile.

      *|==============================================================|
      *    Report paragraphs.
      *|==============================================================|

           PrintOneSettlement.
               MOVE SetIDNum TO PrnDetId
               MOVE SetStatus TO PrnDetStatus
               MOVE SetAmount TO PrnDetAmount
               MOVE SetReqDate TO PrnDetReqDate
               MOVE SetReason TO PrnDetReason
               MOVE WSResultText TO PrnDetResult
               WRITE SettleLine FROM DetailLine
                   AFTER ADVANCING 1 LINE.

           PrintFailedDebits.
               WRITE SettleLine FROM FailHeadLine
                   AFTER ADVANCING 2 LINES
               PERFORM VARYING WSFailIdx FROM 1 BY 1
                       UNTIL WSFailIdx > WSFailCount
                   MOVE FlIDNum(WSFailIdx) TO PrnDetId
                   MOVE 'F' TO PrnDetStatus
                   MOVE FlAmount(WSFailIdx) TO PrnDetAmount
                   MOVE FlReqDate(WSFailIdx) TO PrnDetReqDate
                   MOVE FlReason(WSFailIdx) TO PrnDetReason
                   MOVE "Debit failed; noted" TO PrnDetResult
                   WRITE SettleLine FROM DetailLine
                       AFTER ADVANCING 1 LINE
               END-PERFORM.

           PrintSettleTotals.
               MOVE "Settled and queued" TO PrnTotLabel
               MOVE WSCreditCount TO PrnTotCount
               MOVE WSCreditTotal TO PrnTotAmount
               WRITE SettleLine FROM TotalLine
                   AFTER ADVANCING 2 LINES
               MOVE "Failed debits" TO PrnTotLabel
               MOVE WSFailCount TO PrnTotCount
               MOVE WSFailTotal TO PrnTotAmount
               WRITE SettleLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE "For research" TO PrnTotLabel
               MOVE WSResearchCount TO PrnTotCount
               MOVE ZERO TO PrnTotAmount
               WRITE SettleLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE "Already settled" TO PrnTotLabel
               MOVE WSDupCount TO PrnTotCount
               MOVE ZERO TO PrnTotAmount
               WRITE SettleLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE 'T' TO WSBnrFunction
               MOVE WSBodyCount TO WSBnrCount
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   WSBnrRequestor WSBnrCount WSBnrLine1 WSBnrLine2
               WRITE SettleLine FROM WSBnrLine1.

      *|==============================================================|
      *    CheckPostingPeriod refuses the file while the business
      *    date is in a closed month and notes a settlement dated
      *    in one.
      *|==============================================================|

           CheckPostingPeriod.
               ACCEPT WSBizDateParm FROM ENVIRONMENT "CUSTBIZDATE"
                   ON EXCEPTION
                       MOVE SPACES TO WSBizDateParm
               END-ACCEPT
               IF WSBizDateParm = SPACES
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WSRunDate
               ELSE
                   MOVE WSBizDateParm TO WSRunDate
               END-IF
               CALL 'PeriodCheck' USING WSRunDate WSPeriodAnswer
                   WSClosedThru
               IF NOT WSPeriodOpen
                   DISPLAY "AutoPaySettle: the books are closed "
                       "through " WSClosedThru "; business date "
                       WSRunDate " cannot post; file refused."
                   PERFORM LogRefusedFile
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               IF WSClosedThru NOT = ZERO
                   AND WSBankDate(1:6) NOT > WSClosedThru
                   SET WSBankDateClosed TO TRUE
               END-IF.

           LogRefusedFile.
               MOVE 'X' TO WSIfcEvent
               PERFORM LogSettleFile
               MOVE 'B' TO WSLogEvent
               MOVE WSBodyCount TO WSLogRecords
               MOVE ZERO TO WSLogRejects
               MOVE 12 TO WSLogRC
               PERFORM WriteRunLogRecord.

           LogSettleFile.
               MOVE WSBodyCount TO WSIfcRecords
               MOVE WSBodyTotal TO WSIfcControl
               MOVE WSBankDate TO WSIfcFileDate
               PERFORM WriteIfaceLogRecord.

           WriteRunLogRecord.
               CALL 'RunLog' USING WSLogStepName WSLogEvent
                   WSLogRecords WSLogRejects WSLogRC
                   WSLogCapacity.

           WriteIfaceLogRecord.
               CALL 'IfaceLog' USING WSIfcCode WSIfcEvent
                   WSIfcRecords WSIfcControl WSIfcFileDate.

      *|==============================================================|
