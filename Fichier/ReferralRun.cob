      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReferralRun.

      *|==============================================================|
      *    ReferralRun is the nightly step that pays the referral
      *    reward. It reads every pending referral on the referral
      *    file (CUSTREFERRAL, default Referral.dat, RefRec.cpy
      *    layout, written by RefCapture) and decides whether the
      *    referrer has earned the credit yet. A referral qualifies
      *    when all of these hold on the business date:
      *        - the qualifying period (CUSTRFLDAYS, default 90
      *          days) has run since the referral was captured;
      *        - the new customer is on the master and active;
      *        - the new customer's first credit posting on the
      *          posting history (CUSTPOSTH, default PostHist.dat)
      *          has cleared: it has not been reversed, and the
      *          clearing period (CUSTRFLCLEAR, default 10 days)
      *          has run since it posted. A credit that was
      *          reversed -- a returned check -- does not count, and
      *          the next credit is looked at instead.
      *    The referrer then earns the reward (CUSTRFLREWARD,
      *    default 25.00), queued as a plain credit ("REFERRAL
      *    REWARD") on the posting input file (CUSTPOSTIN, default
      *    PostTrans.dat) under its own deposit batch header, the
      *    way RecurBill queues its charges, so PostTrans proves and
      *    applies it with the night's work. The referral goes to
      *    rewarded. A referrer no longer on the master, or no
      *    longer active, voids the referral instead: nobody is
      *    paid for it.
      *
      *    A referral lapses, unpaid, when the new customer has
      *    closed or left the master, or when the lapse period
      *    (CUSTRFLLAPSE, default 365 days) runs out before it
      *    qualifies. Anything else stays pending for another night.
      *    Only pending referrals are looked at, so a rerun of the
      *    same night pays nobody twice.
      *
      *    The reward register (CUSTRFLRUNRPT, default
      *    ReferralRun.rpt) lists every referral that moved tonight
      *    and closes with the counts and the amount queued.
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT ReferralFile ASSIGN TO WSReferralFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RflNewIDNum
                   FILE STATUS IS WSReferralStatus.

               SELECT CustomerFile ASSIGN TO WSCustFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS IDNum
                   ALTERNATE RECORD KEY IS LastName
                       WITH DUPLICATES
                   FILE STATUS IS WSFileStatus.

               SELECT HistoryFile ASSIGN TO WSHistFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PostHKey
                   FILE STATUS IS WSHistFileStatus.

               SELECT PostingFile ASSIGN TO WSPostFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSPostFileStatus.

               SELECT ScratchFile ASSIGN TO "ReferralRun.wrk"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSScratchStatus.

               SELECT RewardReport ASSIGN TO WSReportFileName
                   ORGANIZATION IS LINE SEQUENTIAL.

      *|==============================================================|

       DATA DIVISION.

           FILE SECTION.

               FD ReferralFile.
                   COPY "RefRec.cpy".

               FD CustomerFile.
                   COPY "CustRec.cpy".

               FD HistoryFile.
                   COPY "PostRec.cpy".
                   COPY "PostHKey.cpy".

               FD PostingFile.
                   1 PostingFileLine PIC X(45).

      *    Deposit batch header in PostTrans's layout, written ahead
      *    of tonight's rewards so the posting step balances them
      *    like any branch deposit.
                   1 PostingBatchHeader.
                       2 PBHIDNum PIC 9(7).
                       2 PBHType PIC X(1).
                       2 PBHDepositDate PIC 9(8).
                       2 PBHItemCount PIC 9(7).
                       2 PBHDebitTotal PIC 9(9)V99.
                       2 PBHCreditTotal PIC 9(9)V99.
                       2 PBHOperator PIC X(8).

      *    The rewards collect on a scratch file first, so their
      *    count and hash total are known before the header goes
      *    out ahead of them.
               FD ScratchFile.
                   1 PostingTransaction.
                       2 PostTIDNum PIC 9(7).
                       2 PostTType PIC X(1).
                       2 PostTAmount PIC 9(7)V99.
                       2 PostTDesc PIC X(20).
                       2 PostTComponent PIC X(1).

               FD RewardReport.
                   1 RewardLine PIC X(100).

           WORKING-STORAGE SECTION.

               1 WSReferralFileName PIC X(100).
               1 WSCustFileName PIC X(100).
               1 WSHistFileName PIC X(100).
               1 WSPostFileName PIC X(100).
               1 WSReportFileName PIC X(100).

               1 WSReferralStatus PIC X(2).
                   88 WSReferralOK VALUE '00'.
               1 WSFileStatus PIC X(2).
                   88 WSFileOK VALUE '00'.
               1 WSHistFileStatus PIC X(2).
                   88 WSHistFileOK VALUE '00'.
               1 WSPostFileStatus PIC X(2).
                   88 WSPostFileMissing VALUE '35'.
               1 WSScratchStatus PIC X(2).
                   88 WSScratchOK VALUE '00'.

               1 WSHistAvailFlag PIC X(1) VALUE 'N'.
                   88 WSHistAvail VALUE 'Y'.

               1 WSEOF PIC X(1).
                   88 WSAtEOF VALUE 'Y'.
               1 WSScanEOF PIC X(1).
                   88 WSScanAtEOF VALUE 'Y'.
               1 WSScratchEOF PIC X(1).
                   88 WSScratchAtEOF VALUE 'Y'.

               1 WSBizDateParm PIC X(8).
               1 WSRunDate PIC 9(8).

      *    Periods and the reward, each overridable from the
      *    environment.
               1 WSNumParm PIC X(12).
               1 WSQualDays PIC 9(5) VALUE 90.
               1 WSClearDays PIC 9(5) VALUE 10.
               1 WSLapseDays PIC 9(5) VALUE 365.
               1 WSRewardAmount PIC 9(5)V99 VALUE 25.00.

      *    Date arithmetic through the shared DateCalc subprogram.
               1 WSDateCalcOp PIC X(1).
               1 WSDateCalcDays PIC S9(7).
               1 WSDateCalcResult PIC 9(8).
               1 WSDateCalcDow PIC 9(1).
               1 WSDateCalcValid PIC X(1).
               1 WSDaysReferred PIC S9(7).
               1 WSDaysCleared PIC S9(7).

      *    The new customer's credits off the posting history, with
      *    the reversals that took any of them back, so the first
      *    credit that stood can be found.
               1 WSCrMax PIC 9(3) VALUE 100.
               1 WSCrCount PIC 9(3).
               1 WSCrIdx PIC 9(3).
               1 CreditTable.
                   2 CreditEntry OCCURS 100 TIMES.
                       3 CrDate PIC 9(8).
                       3 CrAmount PIC 9(7)V99.
                       3 CrReversed PIC X(1).
                           88 CrWasReversed VALUE 'Y'.

               1 WSFirstCredit PIC 9(8).

               1 WSNewCustFlag PIC X(1).
                   88 WSNewCustOnFile VALUE 'Y'.
               1 WSNewCustStatus PIC X(1).
                   88 WSNewCustActive VALUE 'A'.
                   88 WSNewCustClosed VALUE 'C'.

               1 WSVerdict PIC X(1).
                   88 WSVerdictReward VALUE 'R'.
                   88 WSVerdictLapse VALUE 'L'.
                   88 WSVerdictVoid VALUE 'X'.
                   88 WSVerdictWait VALUE 'P'.
               1 WSVerdictReason PIC X(24).

               1 WSPendingSeen PIC 9(7) VALUE ZERO.
               1 WSRewardCount PIC 9(7) VALUE ZERO.
               1 WSRewardTotal PIC 9(9)V99 VALUE ZERO.
               1 WSLapseCount PIC 9(7) VALUE ZERO.
               1 WSVoidCount PIC 9(7) VALUE ZERO.
               1 WSWaitCount PIC 9(7) VALUE ZERO.

               1 HeadLine1.
                   2 FILLER PIC X(33)
                       VALUE " Referral rewards for          ".
                   2 PrnHeadDate PIC 9(8).

               1 HeadLine2.
                   2 FILLER PIC X(17) VALUE " New Id  Referrer".
                   2 FILLER PIC X(10) VALUE " Captured".
                   2 FILLER PIC X(10) VALUE "1st credit".
                   2 FILLER PIC X(10) VALUE "  Result".
                   2 FILLER PIC X(12) VALUE "      Reward".
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 FILLER PIC X(24) VALUE "Reason".

               1 DetailLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnDetNewId PIC 9(7).
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnDetReferrer PIC 9(7).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnDetCaptured PIC 9(8).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnDetCredit PIC 9(8).
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnDetResult PIC X(8).
                   2 PrnDetAmount PIC ZZZ,ZZ9.99.
                   2 FILLER PIC X(4) VALUE SPACE.
                   2 PrnDetReason PIC X(24).

               1 TotalLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnTotLabel PIC X(24).
                   2 PrnTotCount PIC ZZZZZZ9.
                   2 FILLER PIC X(3) VALUE SPACE.
                   2 PrnTotAmount PIC ZZZ,ZZZ,ZZ9.99.

      *    Standard report identification and catalog registration.
               1 WSBnrFunction PIC X(1).
               1 WSBnrReportName PIC X(20) VALUE "ReferralRun".
               1 WSBnrRequestor PIC X(8) VALUE "BATCH".
               1 WSBnrCount PIC 9(7) VALUE ZERO.
               1 WSBnrLine1 PIC X(80).
               1 WSBnrLine2 PIC X(80).

               1 WSCatReportName PIC X(20).
               1 WSCatFileName PIC X(100).
               1 WSCatPages PIC 9(4) VALUE ZERO.
               1 WSCatRecords PIC 9(7) VALUE ZERO.

      *    Run-log work area handed to the shared RunLog subprogram.
               1 WSLogStepName PIC X(20) VALUE "ReferralRun".
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
               ACCEPT WSReferralFileName FROM ENVIRONMENT
                       "CUSTREFERRAL"
                   ON EXCEPTION
                       MOVE "Referral.dat" TO WSReferralFileName
               END-ACCEPT
               ACCEPT WSCustFileName FROM ENVIRONMENT "CUSTMSTR"
                   ON EXCEPTION
                       MOVE "test.dat" TO WSCustFileName
               END-ACCEPT
               ACCEPT WSHistFileName FROM ENVIRONMENT "CUSTPOSTH"
                   ON EXCEPTION
                       MOVE "PostHist.dat" TO WSHistFileName
               END-ACCEPT
               ACCEPT WSPostFileName FROM ENVIRONMENT "CUSTPOSTIN"
                   ON EXCEPTION
                       MOVE "PostTrans.dat" TO WSPostFileName
               END-ACCEPT
               ACCEPT WSReportFileName FROM ENVIRONMENT
                       "CUSTRFLRUNRPT"
                   ON EXCEPTION
                       MOVE "ReferralRun.rpt" TO WSReportFileName
               END-ACCEPT
               PERFORM LoadRunParameters
               MOVE 'S' TO WSLogEvent
               PERFORM WriteRunLogRecord
               OPEN I-O ReferralFile
               IF NOT WSReferralOK
                   DISPLAY "ReferralRun: no referrals on file; "
                       "nothing to pay."
                   MOVE 'E' TO WSLogEvent
                   PERFORM WriteRunLogRecord
                   MOVE ZERO TO RETURN-CODE
                   GOBACK
               END-IF
               OPEN INPUT CustomerFile
               IF NOT WSFileOK
                   DISPLAY "ReferralRun: customer file will not "
                       "open: " WSFileStatus
                   CLOSE ReferralFile
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               OPEN INPUT HistoryFile
               IF WSHistFileOK
                   SET WSHistAvail TO TRUE
               END-IF
               OPEN OUTPUT ScratchFile
               OPEN OUTPUT RewardReport
               MOVE 'B' TO WSBnrFunction
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   WSBnrRequestor WSBnrCount WSBnrLine1 WSBnrLine2
               WRITE RewardLine FROM WSBnrLine1
               WRITE RewardLine FROM WSBnrLine2
               MOVE WSRunDate TO PrnHeadDate
               WRITE RewardLine FROM HeadLine1
                   AFTER ADVANCING 1 LINE
               WRITE RewardLine FROM HeadLine2
                   AFTER ADVANCING 2 LINES
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSAtEOF
                   READ ReferralFile NEXT RECORD
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF RflPending
                               PERFORM JudgeOneReferral
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ReferralFile, CustomerFile, ScratchFile
               IF WSHistAvail
                   CLOSE HistoryFile
               END-IF
               PERFORM AppendRewardBatch
               PERFORM PrintRewardTotals
               CLOSE RewardReport
               MOVE "ReferralRun" TO WSCatReportName
               MOVE WSReportFileName TO WSCatFileName
               MOVE WSRewardCount TO WSCatRecords
               CALL 'RptCatalog' USING WSCatReportName
                   WSCatFileName WSCatPages WSCatRecords
               DISPLAY "ReferralRun: " WSRewardCount
                   " rewards queued, " WSLapseCount " lapsed, "
                   WSVoidCount " void, " WSWaitCount " pending."
               MOVE 'E' TO WSLogEvent
               MOVE WSRewardCount TO WSLogRecords
               PERFORM WriteRunLogRecord
               MOVE ZERO TO RETURN-CODE
               GOBACK.

           LoadRunParameters.
               ACCEPT WSNumParm FROM ENVIRONMENT "CUSTRFLDAYS"
                   ON EXCEPTION
                       MOVE SPACES TO WSNumParm
               END-ACCEPT
               IF WSNumParm NOT = SPACES
                   MOVE FUNCTION NUMVAL(WSNumParm) TO WSQualDays
               END-IF
               ACCEPT WSNumParm FROM ENVIRONMENT "CUSTRFLCLEAR"
                   ON EXCEPTION
                       MOVE SPACES TO WSNumParm
               END-ACCEPT
               IF WSNumParm NOT = SPACES
                   MOVE FUNCTION NUMVAL(WSNumParm) TO WSClearDays
               END-IF
               ACCEPT WSNumParm FROM ENVIRONMENT "CUSTRFLLAPSE"
                   ON EXCEPTION
                       MOVE SPACES TO WSNumParm
               END-ACCEPT
               IF WSNumParm NOT = SPACES
                   MOVE FUNCTION NUMVAL(WSNumParm) TO WSLapseDays
               END-IF
               ACCEPT WSNumParm FROM ENVIRONMENT "CUSTRFLREWARD"
                   ON EXCEPTION
                       MOVE SPACES TO WSNumParm
               END-ACCEPT
               IF WSNumParm NOT = SPACES
                   MOVE FUNCTION NUMVAL(WSNumParm) TO WSRewardAmount
               END-IF.

      *|==============================================================|
      *    JudgeOneReferral works out tonight's verdict on one
      *    pending referral -- reward, void, lapse, or wait -- and
      *    carries it onto the referral record, the posting scratch
      *    file, and the register.
      *|==============================================================|

           JudgeOneReferral.
               ADD 1 TO WSPendingSeen
               MOVE 'P' TO WSVerdict
               MOVE SPACES TO WSVerdictReason
               MOVE 'D' TO WSDateCalcOp
               CALL 'DateCalc' USING WSDateCalcOp RflCaptureDate
                   WSRunDate WSDateCalcDays WSDateCalcResult
                   WSDateCalcDow WSDateCalcValid
               MOVE WSDateCalcDays TO WSDaysReferred
               PERFORM ReadNewCustomer
               EVALUATE TRUE
                   WHEN NOT WSNewCustOnFile
                       MOVE 'L' TO WSVerdict
                       MOVE "New customer not on file"
                           TO WSVerdictReason
                   WHEN WSNewCustClosed
                       MOVE 'L' TO WSVerdict
                       MOVE "New customer closed" TO WSVerdictReason
                   WHEN OTHER
                       PERFORM FindClearedCredit
                       IF WSFirstCredit NOT = ZERO
                           AND WSNewCustActive
                           AND WSDaysReferred >= WSQualDays
                           PERFORM JudgeReferrer
                       END-IF
               END-EVALUATE
               IF WSVerdictWait AND WSDaysReferred > WSLapseDays
                   MOVE 'L' TO WSVerdict
                   IF WSFirstCredit = ZERO
                       MOVE "No cleared credit" TO WSVerdictReason
                   ELSE
                       MOVE "New customer not active"
                           TO WSVerdictReason
                   END-IF
               END-IF
               IF WSVerdictWait
                   ADD 1 TO WSWaitCount
                   EXIT PARAGRAPH
               END-IF
               MOVE WSVerdict TO RflStatus
               MOVE WSRunDate TO RflStatusDate
               MOVE WSVerdictReason TO RflReason
               MOVE FUNCTION CURRENT-DATE(1:14) TO RflStamp
               EVALUATE TRUE
                   WHEN WSVerdictReward
                       PERFORM QueueReward
                       MOVE "Rewarded" TO PrnDetResult
                   WHEN WSVerdictVoid
                       ADD 1 TO WSVoidCount
                       MOVE "Void" TO PrnDetResult
                   WHEN OTHER
                       ADD 1 TO WSLapseCount
                       MOVE "Lapsed" TO PrnDetResult
               END-EVALUATE
               REWRITE ReferralRecord
                   INVALID KEY
                       DISPLAY "ReferralRun: rewrite failed for "
                           RflNewIDNum ": " WSReferralStatus
               END-REWRITE
               PERFORM PrintOneReferral.

           ReadNewCustomer.
               MOVE 'N' TO WSNewCustFlag
               MOVE SPACE TO WSNewCustStatus
               MOVE RflNewIDNum TO IDNum OF CustomerData
               READ CustomerFile
                   INVALID KEY
                       EXIT PARAGRAPH
               END-READ
               MOVE 'Y' TO WSNewCustFlag
               MOVE CustActiveFlag OF CustomerData
                   TO WSNewCustStatus.

      *|==============================================================|
      *    JudgeReferrer: the referral has qualified. The referrer
      *    must still be on the master and active to be paid;
      *    otherwise the referral is void.
      *|==============================================================|

           JudgeReferrer.
               MOVE WSFirstCredit TO RflFirstCredit
               MOVE WSRunDate TO RflQualDate
               MOVE RflReferrerId TO IDNum OF CustomerData
               READ CustomerFile
                   INVALID KEY
                       MOVE 'X' TO WSVerdict
                       MOVE "Referrer not on file"
                           TO WSVerdictReason
                       EXIT PARAGRAPH
               END-READ
               IF CustActive OF CustomerData
                   MOVE 'R' TO WSVerdict
               ELSE
                   MOVE 'X' TO WSVerdict
                   MOVE "Referrer not active" TO WSVerdictReason
               END-IF.

      *|==============================================================|
      *    FindClearedCredit reads the new customer's posting
      *    history oldest first, keeping each credit and marking
      *    any a later reversal line took back. The first credit
      *    left standing that is at least the clearing period old
      *    answers WSFirstCredit; zero when there is none yet.
      *|==============================================================|

           FindClearedCredit.
               MOVE ZERO TO WSFirstCredit
               MOVE ZERO TO WSCrCount
               IF NOT WSHistAvail
                   EXIT PARAGRAPH
               END-IF
               MOVE RflNewIDNum TO PostHKeyIDNum
               MOVE ZERO TO PostHKeyDate
               MOVE ZERO TO PostHKeySeq
               MOVE 'N' TO WSScanEOF
               START HistoryFile KEY IS NOT LESS THAN PostHKey
                   INVALID KEY SET WSScanAtEOF TO TRUE
               END-START
               PERFORM UNTIL WSScanAtEOF
                   READ HistoryFile NEXT RECORD
                       AT END SET WSScanAtEOF TO TRUE
                       NOT AT END
                           IF PostHIDNum = RflNewIDNum
                               PERFORM KeepOneCredit
                           ELSE
                               SET WSScanAtEOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM VARYING WSCrIdx FROM 1 BY 1
                       UNTIL WSCrIdx > WSCrCount
                           OR WSFirstCredit NOT = ZERO
                   IF NOT CrWasReversed(WSCrIdx)
                       MOVE 'D' TO WSDateCalcOp
                       CALL 'DateCalc' USING WSDateCalcOp
                           CrDate(WSCrIdx) WSRunDate WSDateCalcDays
                           WSDateCalcResult WSDateCalcDow
                           WSDateCalcValid
                       MOVE WSDateCalcDays TO WSDaysCleared
                       IF WSDaysCleared >= WSClearDays
                           MOVE CrDate(WSCrIdx) TO WSFirstCredit
                       END-IF
                   END-IF
               END-PERFORM.

      *    A reversal line names its original by posting date and
      *    matches it by amount; the credit it backs out stops
      *    counting.
           KeepOneCredit.
               IF PostHReversalLine
                   PERFORM VARYING WSCrIdx FROM 1 BY 1
                           UNTIL WSCrIdx > WSCrCount
                       IF CrDate(WSCrIdx) = PostHRevDate
                           AND CrAmount(WSCrIdx) = PostHAmount
                           AND NOT CrWasReversed(WSCrIdx)
                           MOVE 'Y' TO CrReversed(WSCrIdx)
                           MOVE WSCrCount TO WSCrIdx
                       END-IF
                   END-PERFORM
                   EXIT PARAGRAPH
               END-IF
               IF PostHCredit AND WSCrCount < WSCrMax
                   ADD 1 TO WSCrCount
                   MOVE PostHDate TO CrDate(WSCrCount)
                   MOVE PostHAmount TO CrAmount(WSCrCount)
                   MOVE 'N' TO CrReversed(WSCrCount)
               END-IF.

           QueueReward.
               MOVE RflReferrerId TO PostTIDNum
               MOVE 'C' TO PostTType
               MOVE WSRewardAmount TO PostTAmount
               MOVE "REFERRAL REWARD" TO PostTDesc
               MOVE SPACE TO PostTComponent
               WRITE PostingTransaction
               MOVE WSRewardAmount TO RflRewardAmount
               ADD 1 TO WSRewardCount
               ADD WSRewardAmount TO WSRewardTotal.

           PrintOneReferral.
               MOVE RflNewIDNum TO PrnDetNewId
               MOVE RflReferrerId TO PrnDetReferrer
               MOVE RflCaptureDate TO PrnDetCaptured
               MOVE RflFirstCredit TO PrnDetCredit
               MOVE RflRewardAmount TO PrnDetAmount
               MOVE RflReason TO PrnDetReason
               WRITE RewardLine FROM DetailLine
                   AFTER ADVANCING 1 LINE.

      *|==============================================================|
      *    AppendRewardBatch moves the scratch file onto the posting
      *    input behind its own deposit header -- count and credit
      *    hash known, debit hash zero. Nothing appends when nobody
      *    was paid.
      *|==============================================================|

           AppendRewardBatch.
               IF WSRewardCount = ZERO
                   EXIT PARAGRAPH
               END-IF
               OPEN EXTEND PostingFile
               IF WSPostFileMissing
                   OPEN OUTPUT PostingFile
               END-IF
               MOVE ZERO TO PBHIDNum
               MOVE 'H' TO PBHType
               MOVE WSRunDate TO PBHDepositDate
               MOVE WSRewardCount TO PBHItemCount
               MOVE ZERO TO PBHDebitTotal
               MOVE WSRewardTotal TO PBHCreditTotal
               MOVE "REFERRAL" TO PBHOperator
               WRITE PostingBatchHeader
               MOVE 'N' TO WSScratchEOF
               OPEN INPUT ScratchFile
               PERFORM UNTIL WSScratchAtEOF
                   READ ScratchFile
                       AT END SET WSScratchAtEOF TO TRUE
                       NOT AT END
                           WRITE PostingFileLine
                               FROM PostingTransaction
                   END-READ
               END-PERFORM
               CLOSE ScratchFile, PostingFile.

           PrintRewardTotals.
               MOVE "Pending referrals read" TO PrnTotLabel
               MOVE WSPendingSeen TO PrnTotCount
               MOVE ZERO TO PrnTotAmount
               WRITE RewardLine FROM TotalLine
                   AFTER ADVANCING 2 LINES
               MOVE "Rewards queued" TO PrnTotLabel
               MOVE WSRewardCount TO PrnTotCount
               MOVE WSRewardTotal TO PrnTotAmount
               WRITE RewardLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE "Voided" TO PrnTotLabel
               MOVE WSVoidCount TO PrnTotCount
               MOVE ZERO TO PrnTotAmount
               WRITE RewardLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE "Lapsed" TO PrnTotLabel
               MOVE WSLapseCount TO PrnTotCount
               WRITE RewardLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE "Still pending" TO PrnTotLabel
               MOVE WSWaitCount TO PrnTotCount
               WRITE RewardLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE 'T' TO WSBnrFunction
               MOVE WSRewardCount TO WSBnrCount
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   WSBnrRequestor WSBnrCount WSBnrLine1 WSBnrLine2
               WRITE RewardLine FROM WSBnrLine1.

           WriteRunLogRecord.
               CALL 'RunLog' USING WSLogStepName WSLogEvent
                   WSLogRecords WSLogRejects WSLogRC
                   WSLogCapacity.

      *|==============================================================|
