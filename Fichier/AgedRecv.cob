      *    always proves out against the balance file instead of
      *    quietly disagreeing with it.
      *
      *    An amount under dispute is held out of the buckets the
      *    same way BalAge holds it out of the fees, the letters,
      *    and the collections queue: DispCheck names the held
      *    cases, each comes off the debit posted on its disputed
      *    date before the credits are applied, and the held amount
      *    prints in its own Disputed column -- still part of the
      *    balance, so the tie-out holds.
      *
      *    Every figure is in dollars, the balance file's book
      *    currency, foreign-billed customers included; a memo line
      *    under the tie-out gives how much of the aged total is
      *    owed by customers billed in another currency (FxLedger).
      *
      *    Output goes to AgedRecv.rpt (CUSTAGING to redirect),
      *    framed by RptBanner and registered on the report catalog.
      *|==============================================================|
                   FILE STATUS IS WSFileStatus.

               SELECT HistoryFile ASSIGN TO WSHistFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PostHKey
                   FILE STATUS IS WSHistFileStatus.

               SELECT AgingReport ASSIGN TO WSAgingFileName

               FD HistoryFile.
                   COPY "PostRec.cpy".
                   COPY "PostHKey.cpy".

               FD AgingReport.
                   1 AgingLine PIC X(120).

           WORKING-STORAGE SECTION.


               1 WSAgeDays PIC S9(7).

      *    The customer's held dispute cases, as DispCheck answers,
      *    and the part of the balance they hold out of the buckets.
               1 WSHeldCount PIC 9(2).
               1 HeldList.
                   2 HeldEntry OCCURS 20 TIMES.
                       3 HeldPostDate PIC 9(8).
                       3 HeldAmount PIC 9(7)V99.
               1 WSHeldTotal PIC 9(9)V99.
               1 WSHeldIdx PIC 9(2).
               1 WSHoldLeft PIC S9(9)V99.

               1 WSDateCalcOp PIC X(1).
               1 WSDateCalcDate2 PIC 9(8).
               1 WSDateCalcDays PIC S9(7).
                   2 WSCust30 PIC S9(9)V99.
                   2 WSCust60 PIC S9(9)V99.
                   2 WSCust90 PIC S9(9)V99.
                   2 WSCustDisputed PIC S9(9)V99.

               1 WSTotBuckets.
                   2 WSTotCurrent PIC S9(11)V99 VALUE ZERO.
                   2 WSTot30 PIC S9(11)V99 VALUE ZERO.
                   2 WSTot60 PIC S9(11)V99 VALUE ZERO.
                   2 WSTot90 PIC S9(11)V99 VALUE ZERO.
                   2 WSTotDisputed PIC S9(11)V99 VALUE ZERO.

               1 WSGrandTotal PIC S9(11)V99 VALUE ZERO.


               1 WSAgedCount PIC 9(7) VALUE ZERO.

               1 WSFxFunction PIC X(1).
               COPY "FxLink.cpy".
               1 WSFxBilledTotal PIC S9(11)V99 VALUE ZERO.
               1 WSFxBilledCount PIC 9(7) VALUE ZERO.

               1 WSCustName PIC X(31).

               1 WSCustFoundFlag PIC X(1).
                   2 FILLER PIC X(13) VALUE "      30 days".
                   2 FILLER PIC X(13) VALUE "      60 days".
                   2 FILLER PIC X(13) VALUE "      90-plus".
                   2 FILLER PIC X(13) VALUE "     Disputed".
                   2 FILLER PIC X(13) VALUE "      Balance".

               1 DetailLine.
                   2 PrnDet30 PIC -(9)9.99.
                   2 PrnDet60 PIC -(9)9.99.
                   2 PrnDet90 PIC -(9)9.99.
                   2 PrnDetDisputed PIC -(9)9.99.
                   2 PrnDetTotal PIC -(9)9.99.

               1 TotalLine.
                   2 PrnTot30 PIC -(9)9.99.
                   2 PrnTot60 PIC -(9)9.99.
                   2 PrnTot90 PIC -(9)9.99.
                   2 PrnTotDisputed PIC -(9)9.99.
                   2 PrnTotGrand PIC -(9)9.99.

               1 TieLine.
                   2 FILLER PIC X(41)
                       VALUE " Balance file debit total".
                   2 FILLER PIC X(65) VALUE SPACE.
                   2 PrnTieTotal PIC -(9)9.99.

               1 FxMemoLine.
                   2 FILLER PIC X(28)
                       VALUE " Of which billed in foreign ".
                   2 FILLER PIC X(23)
                       VALUE "currency, in dollars (".
                   2 PrnFxCount PIC ZZZZZZ9.
                   2 FILLER PIC X(12) VALUE " customers)".
                   2 FILLER PIC X(36) VALUE SPACE.
                   2 PrnFxTotal PIC -(9)9.99.

               1 SeparatorLine PIC X(118) VALUE ALL "-".

      *    Standard report identification through RptBanner, and the
      *    catalog registration for the finished run.
       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSBalFileName FROM ENVIRONMENT "CUSTBAL"
                   ON EXCEPTION
                       MOVE "CustBal.dat" TO WSBalFileName

           AgeOneCustomer.
               PERFORM LoadOpenDebits
               PERFORM HoldDisputedDebits
               PERFORM ApplyCreditsFifo
               MOVE ZERO TO WSCustCurrent, WSCust30
               MOVE ZERO TO WSCust60, WSCust90
               IF WSHeldTotal > BalAmount
                   MOVE BalAmount TO WSCustDisputed
               ELSE
                   MOVE WSHeldTotal TO WSCustDisputed
               END-IF
               MOVE ZERO TO WSOpenTotal
               PERFORM BucketOneDebit
                   VARYING WSDebitIdx FROM 1 BY 1
                   UNTIL WSDebitIdx > WSDebitCount
               COMPUTE WSResidual =
                   BalAmount - WSOpenTotal - WSCustDisputed
               ADD WSResidual TO WSCust90
               PERFORM FetchCustomerName
               ADD 1 TO WSAgedCount
               ADD WSCust30 TO WSTot30
               ADD WSCust60 TO WSTot60
               ADD WSCust90 TO WSTot90
               ADD WSCustDisputed TO WSTotDisputed
               ADD BalAmount TO WSGrandTotal
               ADD BalAmount TO WSBalFileTotal
               MOVE BalIDNum TO FxLIDNum
               MOVE 'Q' TO WSFxFunction
               CALL 'FxLedger' USING WSFxFunction FxLinkArea
               IF FxLDone
                   ADD BalAmount TO WSFxBilledTotal
                   ADD 1 TO WSFxBilledCount
               END-IF
               MOVE BalIDNum TO PrnDetId
               MOVE WSCustName TO PrnDetName
               MOVE WSCustCurrent TO PrnDetCurrent
               MOVE WSCust30 TO PrnDet30
               MOVE WSCust60 TO PrnDet60
               MOVE WSCust90 TO PrnDet90
               MOVE WSCustDisputed TO PrnDetDisputed
               MOVE BalAmount TO PrnDetTotal
               WRITE AgingLine FROM DetailLine
                   AFTER ADVANCING 1 LINE.
               IF NOT WSHistFileOK
                   EXIT PARAGRAPH
               END-IF
               MOVE BalIDNum TO PostHKeyIDNum
               MOVE ZERO TO PostHKeyDate
               MOVE ZERO TO PostHKeySeq
               START HistoryFile KEY IS NOT LESS THAN PostHKey
                   INVALID KEY SET WSHistAtEOF TO TRUE
               END-START
               PERFORM UNTIL WSHistAtEOF
                   READ HistoryFile NEXT RECORD
                       AT END SET WSHistAtEOF TO TRUE
                       NOT AT END
                           IF PostHIDNum = BalIDNum
                               PERFORM NoteOnePosting
                           ELSE
                               SET WSHistAtEOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
                   END-IF
               END-IF.

      *|==============================================================|
      *    HoldDisputedDebits takes each held dispute case's amount
      *    off the debits posted on its disputed date before the
      *    credits are applied -- BalAge's rule, so this report and
      *    the overdue verdicts agree about what is disputed.
      *|==============================================================|

           HoldDisputedDebits.
               CALL 'DispCheck' USING BalIDNum WSHeldCount HeldList
                   WSHeldTotal
               PERFORM HoldOneCase
                   VARYING WSHeldIdx FROM 1 BY 1
                   UNTIL WSHeldIdx > WSHeldCount.

           HoldOneCase.
               MOVE HeldAmount(WSHeldIdx) TO WSHoldLeft
               PERFORM HoldFromOneDebit
                   VARYING WSDebitIdx FROM 1 BY 1
                   UNTIL WSDebitIdx > WSDebitCount
                       OR WSHoldLeft <= ZERO.

           HoldFromOneDebit.
               IF DTDate(WSDebitIdx) NOT = HeldPostDate(WSHeldIdx)
                   OR DTOpenAmount(WSDebitIdx) <= ZERO
                   EXIT PARAGRAPH
               END-IF
               IF DTOpenAmount(WSDebitIdx) >= WSHoldLeft
                   SUBTRACT WSHoldLeft FROM DTOpenAmount(WSDebitIdx)
                   MOVE ZERO TO WSHoldLeft
               ELSE
                   SUBTRACT DTOpenAmount(WSDebitIdx) FROM WSHoldLeft
                   MOVE ZERO TO DTOpenAmount(WSDebitIdx)
               END-IF.

      *|==============================================================|
      *    ApplyCreditsFifo pays the credit total into the oldest
      *    debits first; a debit fully covered goes to zero and the
               MOVE WSTot30 TO PrnTot30
               MOVE WSTot60 TO PrnTot60
               MOVE WSTot90 TO PrnTot90
               MOVE WSTotDisputed TO PrnTotDisputed
               MOVE WSGrandTotal TO PrnTotGrand
               WRITE AgingLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE WSBalFileTotal TO PrnTieTotal
               WRITE AgingLine FROM TieLine
                   AFTER ADVANCING 1 LINE
               IF WSFxBilledCount > ZERO
                   MOVE WSFxBilledCount TO PrnFxCount
                   MOVE WSFxBilledTotal TO PrnFxTotal
                   WRITE AgingLine FROM FxMemoLine
                       AFTER ADVANCING 1 LINE
               END-IF.

      *|==============================================================|
