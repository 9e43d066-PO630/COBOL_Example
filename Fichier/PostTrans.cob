      *                    adjustment (direction byte in col 18)
      *        cols  9-17  amount, 9(7)V99, no decimal point
      *        cols 18-37  description carried to the statement
      *        col  38     component tag: blank or 'P' principal,
      *                    'F' fees, 'I' interest. A debit raises
      *                    the tagged component; a tagged credit
      *                    clears its own component first, and an
      *                    untagged one is spread by the payment
      *                    allocation order (BalAlloc). A reversal
      *                    ignores the tag and puts back exactly the
      *                    spread its original made.
      *        cols 39-41  currency of the amount: blank or USD for
      *                    dollars, else the customer's billing
      *                    currency (FxLedger). A reversal's amount
      *                    is always the dollar amount on the
      *                    history line it names.
      *        cols 42-51  invoice number, for a business customer
      *                    in open-item mode (OpenItem): the number
      *                    a debit books under (blank for the
      *                    account's next), or the invoice a credit
      *                    pays. Any line type may carry one; it
      *                    follows the way the balance moves.
      *        cols 52-59  a debit's due date, CCYYMMDD; blank or
      *                    zero for the account's payment terms
      *    A deposit batch header line (reserved Id 0000000, type
      *    'H', then deposit date, expected item count, and expected
      *    debit and credit hash totals) may open each deposit's
      *    lines; the whole file is refused with RETURN-CODE 12 and
      *    a run-log entry when any headed segment fails to balance,
      *    the way a bank deposit slip must balance to its items.
      *    A posting must name an active customer -- except a
      *    supervisor adjustment, which may also clear a residual
      *    balance off an inactive or closed account, as the escheat
      *    remittance does; rejects go to PostReject.dat with their
      *    reason. Applied postings update the indexed balance file
      *    (a first posting creates the balance record), add the
      *    statement history line to the indexed posting history
      *    under the customer, the date and the next free sequence
      *    number for the pair, and append a before/after entry
      *    to the posting journal (PostJournal.log) under operator
      *    POSTING. No posting of any type is applied to a customer
      *    held under a confirmed sanctions watch-list hit
      *    (SanctCheck); it is rejected with the list entry until
      *    the hit is released. A plain debit or credit above the
      *    CUSTKYCLIMIT threshold on an account whose identity has
      *    not been verified (KycCheck) is parked on the pending-
      *    postings file for a supervisor, as one above CUSTPOSTLIMIT
      *    is. Every credit applied is queued through NotifyQ for a
      *    payment-received email or text to the customer.
      *    Postings book under the business date, so when that date
      *    falls in a month a supervisor has closed (PeriodCheck)
      *    every posting is rejected with the closed month -- the
      *    month's certified figures stand as PeriodClose left them.
      *    A posting for a customer billed in a foreign currency is
      *    converted at the rate of the day before any limit is
      *    tested: the balance, history, and journal move in dollars
      *    as always, and FxLedger books the amount in the
      *    customer's currency under the history line's key. A line
      *    naming a currency the customer is not billed in, or a
      *    currency with no rate in force, is rejected.
      *    For an open-item customer every applied line also lands
      *    on the open-item file: a debit as an invoice, a credit
      *    against the invoice it names with any rest on account.
      *    A debit naming an invoice number already on the account
      *    is rejected before anything moves.
      *
      *    The step logs its start, end, counts, and return code on
      *    the central run log, and a reject-tolerance breach stops
                   FILE STATUS IS WSBalFileStatus.

               SELECT HistoryFile ASSIGN TO WSHistFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PostHKey
                   FILE STATUS IS WSHistFileStatus.

               SELECT PostJournalFile ASSIGN TO WSPostJrnlName
                           88 PostTAdjustment VALUE 'A'.
                       2 PostTAmount PIC 9(7)V99.
                       2 PostTDesc PIC X(20).
                       2 PostTComponent PIC X(1).
                           88 PostTComponentOK
                               VALUES ' ', 'P', 'F', 'I'.
                       2 PostTCurrency PIC X(3).
                           88 PostTDollars VALUES 'USD', SPACES.
                       2 PostTInvoice PIC X(10).
                       2 PostTDueDate PIC X(8).

      *    Reversal line, type 'R': names the original posting by
      *    date (with the Id and amount already in cols 1-17) and is

               FD HistoryFile.
                   COPY "PostRec.cpy".
                   COPY "PostHKey.cpy".

               FD PostJournalFile.
                   1 PostJournalRecord.
      *    Maker/checker dual control, the JrnlMakerId idea for
      *    money: a posting applied on approval carries the
      *    operator who keyed it here and the approving supervisor
      *    in PJrnlOperator. A keyed batch applied here names its
      *    keyer, off the batch header, under operator POSTING --
      *    so an override ('O') shows which supervisor keyed it.
      *    Blank on an unheaded batch posting and on lines from
      *    before the field existed.
                       2 PJrnlMakerId PIC X(8).
                       2 PJrnlChainValue PIC X(16).

               FD LimitFile.
                   COPY "LimitRec.cpy".
                   COPY "PendPost.cpy".

               FD RejectFile.
                   1 RejectLine PIC X(102).

           WORKING-STORAGE SECTION.

                   88 WSBalFileMissing VALUE '35'.

               1 WSHistFileStatus PIC X(2).
                   88 WSHistDupKey VALUE '22'.
                   88 WSHistFileMissing VALUE '35'.
               1 WSHistWrittenFlag PIC X(1).
                   88 WSHistWritten VALUE 'Y'.

               1 WSPostJrnlStatus PIC X(2).
                   88 WSPostJrnlMissing VALUE '35'.

               1 WSRejectReason PIC X(30).

      *    Posting-period answer from the shared PeriodCheck service,
      *    taken once for the run's business date.
               1 WSPeriodAnswer PIC X(1).
                   88 WSPeriodOpen VALUE 'Y'.
               1 WSClosedThru PIC 9(6).

      *    Sanctions hold answer from the shared SanctCheck service.
               1 WSSanctAnswer PIC X(1).
                   88 WSSanctHeld VALUE 'Y'.
               1 WSSanctEntry PIC X(10).

      *    Credit-limit enforcement: the limit file is optional --
      *    no file means nobody has a limit yet. Type 'O' is the
      *    supervisor override: a debit applied past the limit on a

               1 WSOrigType PIC X(1).

      *    Customer notification handed to the shared NotifyQ.
               1 WSNtfEvent PIC X(2) VALUE 'PR'.
               1 WSNtfDetail PIC X(30).

      *    Balance-component work area for BalAlloc: the tag in,
      *    the tag and parts the history line carries out. A
      *    reversal hands in its original's parts under tag 'A'.
               1 WSAllocComponent PIC X(1).
               1 WSAllocParts.
                   2 WSAllocPrinPart PIC 9(7)V99.
                   2 WSAllocFeePart PIC 9(7)V99.
                   2 WSAllocIntPart PIC 9(7)V99.
               1 WSOrigParts PIC X(27).

      *    Dual-control threshold (CUSTPOSTLIMIT, whole currency
      *    units; zero or unset means the gate is off): a plain
      *    debit or credit above it is held on the pending file
               1 WSDualLimit PIC 9(7)V99 VALUE ZERO.
               1 WSHeldCount PIC 9(7) VALUE ZERO.

      *    Identity-verification threshold (CUSTKYCLIMIT, whole
      *    currency units; zero or unset means the gate is off): a
      *    plain debit or credit above it on an account KycCheck
      *    does not answer verified is held the same way.
               1 WSKycLimitParm PIC X(9).
               1 WSKycLimit PIC 9(7)V99 VALUE ZERO.
               1 WSKycAnswer PIC X(1).
                   88 WSKycVerified VALUE 'Y'.
               1 WSKycStatus PIC X(1).
               1 WSHoldReason PIC X(1).

      *    The current segment's maker, off its batch header; the
      *    lines ahead of any header belong to nobody in
      *    particular and hold as BATCH.

               1 WSBeforeBalance PIC S9(7)V99.

      *    The posting's amount in dollars, the book currency: the
      *    keyed amount itself, or its dollar equivalent at the
      *    rate of the day when the line is keyed in the customer's
      *    billing currency. Everything below the conversion moves
      *    money by this figure.
               1 WSPostAmount PIC 9(7)V99.

      *    Foreign-billing work area for FxLedger, and the key of
      *    a reversal's original so its foreign side is backed out
      *    at the original's own rate.
               1 WSFxFunction PIC X(1).
               COPY "FxLink.cpy".
               1 WSFxLineFlag PIC X(1).
                   88 WSFxLine VALUE 'Y'.

      *    Open-item work area for OpenItem: the invoice side of a
      *    business customer's posting.
               1 WSOiFunction PIC X(1).
               COPY "OiLink.cpy".
               1 WSOrigHKey PIC X(20).

      *    Deposit batch control: the pre-pass balances each header
      *    segment's body to its header before anything applies, so
      *    a truncated or double-concatenated branch file is refused
       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSBizDateParm FROM ENVIRONMENT "CUSTBIZDATE"
                   ON EXCEPTION
                       MOVE SPACES TO WSBizDateParm
               ELSE
                   MOVE WSBizDateParm TO WSRunDate
               END-IF
               CALL 'PeriodCheck' USING WSRunDate WSPeriodAnswer
                   WSClosedThru
               ACCEPT WSPostFileName FROM ENVIRONMENT "CUSTPOSTIN"
                   ON EXCEPTION
                       MOVE "PostTrans.dat" TO WSPostFileName
                   MOVE FUNCTION NUMVAL(WSDualLimitParm)
                       TO WSDualLimit
               END-IF
               ACCEPT WSKycLimitParm FROM ENVIRONMENT
                       "CUSTKYCLIMIT"
                   ON EXCEPTION
                       MOVE SPACES TO WSKycLimitParm
               END-ACCEPT
               IF WSKycLimitParm NOT = SPACES
                   MOVE FUNCTION NUMVAL(WSKycLimitParm)
                       TO WSKycLimit
               END-IF
               MOVE 'S' TO WSLogEvent
               PERFORM WriteRunLogRecord
               OPEN INPUT PostingFile
                   PERFORM RejectPosting
                   EXIT PARAGRAPH
               END-IF
               IF NOT PostTComponentOK AND NOT PostTReversal
                   MOVE "Component not P, F or I" TO WSRejectReason
                   PERFORM RejectPosting
                   EXIT PARAGRAPH
               END-IF
               IF NOT WSPeriodOpen
                   MOVE SPACES TO WSRejectReason
                   STRING "Period " WSRunDate(1:6) " closed"
                       DELIMITED BY SIZE INTO WSRejectReason
                   END-STRING
                   PERFORM RejectPosting
                   EXIT PARAGRAPH
               END-IF
               MOVE PostTIDNum TO IDNum OF CustomerData
               READ CustomerFile
                   INVALID KEY
                       PERFORM RejectPosting
                       EXIT PARAGRAPH
               END-READ
               IF NOT CustActive AND NOT PostTAdjustment
                   MOVE "Customer not active" TO WSRejectReason
                   PERFORM RejectPosting
                   EXIT PARAGRAPH
               END-IF
               CALL 'SanctCheck' USING PostTIDNum WSSanctAnswer
                   WSSanctEntry
               IF WSSanctHeld
                   MOVE SPACES TO WSRejectReason
                   STRING "Sanctions hold " WSSanctEntry
                       DELIMITED BY SIZE INTO WSRejectReason
                   END-STRING
                   PERFORM RejectPosting
                   EXIT PARAGRAPH
               END-IF
               PERFORM ConvertPostingAmount
               IF NOT WSLineOK
                   PERFORM RejectPosting
                   EXIT PARAGRAPH
               END-IF
      *    Large money on an account nobody has identified waits
      *    for a supervisor, whatever the dual-control threshold.
               IF WSKycLimit > ZERO
                   AND (PostTDebit OR PostTCredit)
                   AND WSPostAmount > WSKycLimit
                   CALL 'KycCheck' USING PostTIDNum WSKycAnswer
                       WSKycStatus
                   IF NOT WSKycVerified
                       MOVE 'K' TO WSHoldReason
                       PERFORM HoldPostingPending
                       EXIT PARAGRAPH
                   END-IF
               END-IF
      *    Above the dual-control threshold a plain debit or
      *    credit waits for a second pair of eyes instead of
      *    moving money tonight.
               IF WSDualLimit > ZERO
                   AND (PostTDebit OR PostTCredit)
                   AND WSPostAmount > WSDualLimit
                   MOVE 'L' TO WSHoldReason
                   PERFORM HoldPostingPending
                   EXIT PARAGRAPH
               END-IF
               PERFORM SetupPostingApply
               IF WSLineOK
                   PERFORM CheckInvoiceNumber
               END-IF
               IF WSLineOK
                   PERFORM ApplyPosting
               END-IF.

      *|==============================================================|
      *    CheckInvoiceNumber refuses a debit that names an invoice
      *    number the open-item customer already has on file, before
      *    the balance moves -- two invoices cannot share a number.
      *|==============================================================|

           CheckInvoiceNumber.
               IF WSEffType NOT = 'D' OR PostTInvoice = SPACES
                   EXIT PARAGRAPH
               END-IF
               MOVE PostTIDNum TO OiLIDNum
               MOVE PostTInvoice TO OiLRef
               MOVE 'V' TO WSOiFunction
               CALL 'OpenItem' USING WSOiFunction OiLinkArea
               IF OiLTaken
                   MOVE "Invoice already on file" TO WSRejectReason
                   PERFORM RejectPosting
                   MOVE 'N' TO WSLineOKFlag
               END-IF.

      *|==============================================================|
      *    ConvertPostingAmount settles the line's dollar amount.
      *    FxLedger answers whether the customer is billed in a
      *    foreign currency and, if so, both sides of the line at
      *    the rate of the day; a dollar customer's line converts to
      *    itself. A reversal takes its foreign side from its
      *    original in ValidateReversal instead.
      *|==============================================================|

           ConvertPostingAmount.
               MOVE 'Y' TO WSLineOKFlag
               MOVE 'N' TO WSFxLineFlag
               MOVE PostTAmount TO WSPostAmount
               IF PostTReversal
                   IF NOT PostTDollars
                       MOVE "Reversal amount is in USD"
                           TO WSRejectReason
                       MOVE 'N' TO WSLineOKFlag
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               MOVE PostTIDNum TO FxLIDNum
               MOVE WSRunDate TO FxLDate
               MOVE PostTCurrency TO FxLLineCur
               MOVE PostTAmount TO FxLAmount
               MOVE 'C' TO WSFxFunction
               CALL 'FxLedger' USING WSFxFunction FxLinkArea
               EVALUATE TRUE
                   WHEN FxLDone
                       MOVE FxLUsd TO WSPostAmount
                       SET WSFxLine TO TRUE
                   WHEN FxLDomestic
                       CONTINUE
                   WHEN FxLMismatch
                       MOVE SPACES TO WSRejectReason
                       STRING "Not billed in " PostTCurrency
                           DELIMITED BY SIZE INTO WSRejectReason
                       END-STRING
                       MOVE 'N' TO WSLineOKFlag
                   WHEN FxLNoRate
                       MOVE SPACES TO WSRejectReason
                       STRING "No " FxLCurrency " rate in force"
                           DELIMITED BY SIZE INTO WSRejectReason
                       END-STRING
                       MOVE 'N' TO WSLineOKFlag
                   WHEN OTHER
                       MOVE "Currency conversion failed"
                           TO WSRejectReason
                       MOVE 'N' TO WSLineOKFlag
               END-EVALUATE.

           HoldPostingPending.
               OPEN EXTEND PendPostFile
               IF WSPendPostMissing
               MOVE 'P' TO PPStatus
               MOVE PostTIDNum TO PPIDNum
               MOVE PostTType TO PPType
               MOVE WSPostAmount TO PPAmount
               MOVE PostTDesc TO PPDesc
               MOVE WSRunDate TO PPDate
               MOVE WSSegOperator TO PPMakerId
               MOVE FUNCTION CURRENT-DATE(1:14) TO PPStamp
               MOVE SPACES TO PPCheckerId
               MOVE WSHoldReason TO PPHoldReason
               MOVE PostTComponent TO PPComponent
      *    A foreign line keeps its currency, foreign amount, and
      *    rate, so an approval books it as keyed tonight.
               IF WSFxLine
                   MOVE FxLCurrency TO PPCurrency
                   MOVE FxLForeign TO PPForeign
                   MOVE FxLRate TO PPRate
               ELSE
                   MOVE SPACES TO PPCurrency
                   MOVE ZERO TO PPForeign PPRate
               END-IF
               MOVE PostTInvoice TO PPInvoice
               IF PostTDueDate NUMERIC
                   MOVE PostTDueDate TO PPDueDate
               ELSE
                   MOVE ZERO TO PPDueDate
               END-IF
               WRITE PendingPostRecord
               CLOSE PendPostFile
               ADD 1 TO WSHeldCount.
               MOVE SPACE TO WSHistRevFlag
               MOVE ZERO TO WSHistRevDate
               MOVE PostTDesc TO WSHistDesc
               MOVE PostTComponent TO WSAllocComponent
               EVALUATE TRUE
                   WHEN PostTCredit
                       MOVE 'C' TO WSEffType
               ELSE
                   MOVE 'C' TO WSEffType
               END-IF
               MOVE 'A' TO WSAllocComponent
               MOVE WSOrigParts TO WSAllocParts
               MOVE 'R' TO WSHistRevFlag
               MOVE PRevOrigDate TO WSHistRevDate
               PERFORM FindOriginalForeign
               MOVE SPACES TO WSHistDesc
               MOVE PRevDesc TO WSHistDesc
               IF WSHistDesc = SPACES
                   MOVE "REVERSAL" TO WSHistDesc
               END-IF.

      *|==============================================================|
      *    FindOriginalForeign looks for the foreign side of the
      *    original; when there is one the reversal backs out the
      *    same foreign amount at the same rate, so a reversed pair
      *    nets to nothing in either currency.
      *|==============================================================|

           FindOriginalForeign.
               MOVE 'N' TO WSFxLineFlag
               MOVE WSOrigHKey(1:7) TO FxLIDNum
               MOVE WSOrigHKey(8:8) TO FxLDate
               MOVE WSOrigHKey(16:5) TO FxLSeq
               MOVE 'F' TO WSFxFunction
               CALL 'FxLedger' USING WSFxFunction FxLinkArea
               IF FxLDone
                   SET WSFxLine TO TRUE
               END-IF.

           SearchOriginalPosting.
               MOVE 'N' TO WSOrigFoundFlag
               MOVE 'N' TO WSAlreadyRevFlag
               IF WSHistFileMissing
                   EXIT PARAGRAPH
               END-IF
      *    The original and any reversal of it are dated on or after
      *    the original's date, so the customer's lines from that
      *    date on are all that need looking at.
               MOVE PostTIDNum TO PostHKeyIDNum
               MOVE PRevOrigDate TO PostHKeyDate
               MOVE ZERO TO PostHKeySeq
               START HistoryFile KEY IS NOT LESS THAN PostHKey
                   INVALID KEY SET WSRevAtEOF TO TRUE
               END-START
               PERFORM UNTIL WSRevAtEOF
                   READ HistoryFile NEXT RECORD
                       AT END SET WSRevAtEOF TO TRUE
                       NOT AT END
                           IF PostHIDNum = PostTIDNum
                               PERFORM MatchOneHistoryLine
                           ELSE
                               SET WSRevAtEOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HistoryFile.
                   AND PostHDate = PRevOrigDate
                   MOVE 'Y' TO WSOrigFoundFlag
                   MOVE PostHType TO WSOrigType
                   MOVE PostHKey TO WSOrigHKey
                   IF PostHSplitKnown
                       MOVE PostHPrinPart TO WSAllocPrinPart
                       MOVE PostHFeePart TO WSAllocFeePart
                       MOVE PostHIntPart TO WSAllocIntPart
                   ELSE
                       MOVE PostHAmount TO WSAllocPrinPart
                       MOVE ZERO TO WSAllocFeePart WSAllocIntPart
                   END-IF
                   MOVE WSAllocParts TO WSOrigParts
               END-IF
               IF PostHReversalLine
                   AND PostHRevDate NUMERIC
                       MOVE PostTIDNum TO BalIDNum
                       MOVE ZERO TO BalAmount
                       MOVE ZERO TO BalLastPostDate
                       MOVE ZERO TO BalPrincipal BalFees BalInterest
                       WRITE BalanceRecord
                           INVALID KEY
                               MOVE "Balance create failed"
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               CALL 'BalAlloc' USING WSEffType WSPostAmount
                   WSAllocComponent BalanceRecord WSAllocParts
               MOVE WSRunDate TO BalLastPostDate
               REWRITE BalanceRecord
                   INVALID KEY
               END-REWRITE
               ADD 1 TO WSAcceptedCount
               PERFORM WriteHistoryLine
               PERFORM WritePostJournalEntry
               PERFORM PostOpenItem
               IF PostTCredit
                   MOVE PostTDesc TO WSNtfDetail
                   CALL 'NotifyQ' USING PostTIDNum WSNtfEvent
                       WSPostAmount WSNtfDetail
               END-IF.

      *|==============================================================|
      *    PostOpenItem books the applied line on the open-item file
      *    when the customer is in open-item mode. The balance has
      *    already moved, so a refusal here is reported for the
      *    open items to be put right on OpenItemMaint, not
      *    rejected.
      *|==============================================================|

           PostOpenItem.
               MOVE PostTIDNum TO OiLIDNum
               MOVE WSEffType TO OiLDirection
               MOVE WSPostAmount TO OiLAmount
               MOVE WSRunDate TO OiLDate
               MOVE PostTInvoice TO OiLRef
               IF PostTDueDate NUMERIC
                   MOVE PostTDueDate TO OiLDueDate
               ELSE
                   MOVE ZERO TO OiLDueDate
               END-IF
               MOVE WSHistDesc TO OiLDesc
               MOVE 'P' TO WSOiFunction
               CALL 'OpenItem' USING WSOiFunction OiLinkArea
               EVALUATE TRUE
                   WHEN OiLFailed
                       DISPLAY "PostTrans: open item not booked for "
                           PostTIDNum
                   WHEN OiLTaken
                       DISPLAY "PostTrans: invoice " PostTInvoice
                           " for " PostTIDNum " booked as " OiLRef
               END-EVALUATE.

           CheckCreditLimit.
               MOVE 'N' TO WSLimitFoundFlag
               COMPUTE WSProjectedBal = BalAmount + WSPostAmount
               IF NOT WSLimitFileAvail
                   EXIT PARAGRAPH
               END-IF
               MOVE 'Y' TO WSLimitFoundFlag.

           WriteHistoryLine.
               OPEN I-O HistoryFile
               IF WSHistFileMissing
                   OPEN OUTPUT HistoryFile
                   CLOSE HistoryFile
                   OPEN I-O HistoryFile
               END-IF
               MOVE WSRunDate TO PostHDate
               MOVE PostTIDNum TO PostHIDNum
      *    override or adjustment is a D or C to the statement; the
      *    keyed type letter lives on in the posting journal.
               MOVE WSEffType TO PostHType
               MOVE WSPostAmount TO PostHAmount
               MOVE WSHistDesc TO PostHDesc
               MOVE WSHistRevFlag TO PostHRevFlag
               MOVE WSHistRevDate TO PostHRevDate
               MOVE WSAllocComponent TO PostHComponent
               MOVE WSAllocPrinPart TO PostHPrinPart
               MOVE WSAllocFeePart TO PostHFeePart
               MOVE WSAllocIntPart TO PostHIntPart
               PERFORM WriteKeyedHistory
               CLOSE HistoryFile
               IF WSFxLine
                   PERFORM BookForeignSide
               END-IF.

      *|==============================================================|
      *    BookForeignSide books the line's amount in the customer's
      *    currency under the history line's key. The dollar balance
      *    has already moved, so the foreign balance moves with it
      *    even when the history write was refused.
      *|==============================================================|

           BookForeignSide.
               MOVE PostHKeyIDNum TO FxLIDNum
               MOVE PostHKeyDate TO FxLDate
               MOVE PostHKeySeq TO FxLSeq
               MOVE WSEffType TO FxLType
               MOVE WSPostAmount TO FxLUsd
               MOVE 'B' TO WSFxFunction
               CALL 'FxLedger' USING WSFxFunction FxLinkArea
               IF NOT FxLDone
                   DISPLAY "PostTrans: foreign side of "
                       PostTIDNum " not booked; FX balance needs "
                       "an adjustment."
               END-IF.

      *|==============================================================|
      *    WriteKeyedHistory files the line under the customer and
      *    date at the first sequence number not already taken, so
      *    the customer's postings on a date read back in the order
      *    they were applied.
      *|==============================================================|

           WriteKeyedHistory.
               MOVE PostHIDNum TO PostHKeyIDNum
               MOVE PostHDate TO PostHKeyDate
               MOVE ZERO TO PostHKeySeq
               MOVE 'N' TO WSHistWrittenFlag
               PERFORM UNTIL WSHistWritten
                   ADD 1 TO PostHKeySeq
                   WRITE PostHistKeyView
                       INVALID KEY
                           IF NOT WSHistDupKey
                               OR PostHKeySeq = 99999
                               DISPLAY "PostTrans: history line for "
                                   PostHIDNum " not written: "
                                   WSHistFileStatus
                               SET WSHistWritten TO TRUE
                           END-IF
                       NOT INVALID KEY
                           SET WSHistWritten TO TRUE
                   END-WRITE
               END-PERFORM.

           WritePostJournalEntry.
               OPEN EXTEND PostJournalFile
               MOVE "POSTING" TO PJrnlOperator
               MOVE PostTIDNum TO PJrnlIDNum
               MOVE PostTType TO PJrnlType
               MOVE WSPostAmount TO PJrnlAmount
               MOVE WSBeforeBalance TO PJrnlBeforeBal
               MOVE BalAmount TO PJrnlAfterBal
               IF WSSegOperator = "BATCH"
                   MOVE SPACES TO PJrnlMakerId
               ELSE
                   MOVE WSSegOperator TO PJrnlMakerId
               END-IF
               CALL 'JrnlChain' USING 'P' WSPostJrnlName
                   PostJournalRecord PJrnlChainValue
               WRITE PostJournalRecord
               CLOSE PostJournalFile.

