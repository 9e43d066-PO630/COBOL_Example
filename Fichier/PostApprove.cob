      *    PostApprove is the checker's side of dual control for
      *    money: the pending-postings file (CUSTPENDPOST, default
      *    PendPost.dat) holds every posting PostTrans parked above
      *    the CUSTPOSTLIMIT threshold (or above CUSTKYCLIMIT on an
      *    account not identity-verified), and a supervisor walks the
      *    open entries here, approving or rejecting each one. An
      *    approval applies on the spot -- balance moved, history
      *    line written, and a PostJournal.log entry carrying both
      *    supervisor as checker, the way JrnlMakerId works for
      *    customer changes. The queue is saved back with the
      *    decided statuses, so nothing is ever silently dropped.
      *    A posting for a customer held under a confirmed sanctions
      *    watch-list hit (SanctCheck) cannot be approved; it stays
      *    open until the hit is released or the posting rejected.
      *    An approved credit is queued through NotifyQ for a
      *    payment-received email or text, as PostTrans does.
      *    An approval books under the business date, so none is
      *    taken while that date falls in a month a supervisor has
      *    closed (PeriodCheck); a posting keyed in a month since
      *    closed is approved into the open month, and the screen
      *    says so.
      *    A held posting for a customer billed in a foreign
      *    currency books its foreign side through FxLedger at the
      *    rate PostTrans converted it at; one held before the
      *    customer's currency was known converts at the approval
      *    day's rate, and waits when that currency has none.
      *    For a business customer in open-item mode an approval
      *    books the invoice, or pays the one named, through
      *    OpenItem as PostTrans would have; a debit whose invoice
      *    number has since been used on the account stays open.
      *|==============================================================|

       ENVIRONMENT DIVISION.
                   FILE STATUS IS WSBalFileStatus.

               SELECT HistoryFile ASSIGN TO WSHistFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PostHKey
                   FILE STATUS IS WSHistFileStatus.

               SELECT PostJournalFile ASSIGN TO WSPostJrnlName

               FD HistoryFile.
                   COPY "PostRec.cpy".
                   COPY "PostHKey.cpy".

               FD PostJournalFile.
                   1 PostJournalRecord.
                       2 PJrnlBeforeBal PIC S9(7)V99.
                       2 PJrnlAfterBal PIC S9(7)V99.
                       2 PJrnlMakerId PIC X(8).
                       2 PJrnlChainValue PIC X(16).

           WORKING-STORAGE SECTION.

                   88 WSBalFileOK VALUE '00'.
                   88 WSBalFileMissing VALUE '35'.
               1 WSHistFileStatus PIC X(2).
                   88 WSHistDupKey VALUE '22'.
                   88 WSHistFileMissing VALUE '35'.
               1 WSHistWrittenFlag PIC X(1).
                   88 WSHistWritten VALUE 'Y'.
               1 WSPostJrnlStatus PIC X(2).
                   88 WSPostJrnlMissing VALUE '35'.

               1 WSBizDateParm PIC X(8).
               1 WSRunDate PIC 9(8).

               1 WSPeriodAnswer PIC X(1).
                   88 WSPeriodOpen VALUE 'Y'.
               1 WSClosedThru PIC 9(6).

      *    The queue is worked in storage and saved back whole.
               1 WSPendMax PIC 9(3) VALUE 200.
               1 WSPendCount PIC 9(3) VALUE ZERO.
               1 WSPendIdx PIC 9(3).

               1 PendTable.
                   2 PendSlot OCCURS 200 TIMES PIC X(118).

               COPY "PendPost.cpy"
                   REPLACING ==PendingPostRecord== BY ==WSWorkPend==

               1 WSBeforeBalance PIC S9(7)V99.

      *    Balance-component work area for BalAlloc: the held
      *    line's tag in, the tag and parts for the history out.
               1 WSAllocComponent PIC X(1).
               1 WSAllocParts.
                   2 WSAllocPrinPart PIC 9(7)V99.
                   2 WSAllocFeePart PIC 9(7)V99.
                   2 WSAllocIntPart PIC 9(7)V99.

               1 WSApprovedCount PIC 9(3) VALUE ZERO.
               1 WSRejectedCount PIC 9(3) VALUE ZERO.
               1 WSSkippedCount PIC 9(3) VALUE ZERO.

               1 WSShowAmount PIC ZZZZZZ9.99.

      *    Customer notification handed to the shared NotifyQ.
               1 WSNtfEvent PIC X(2) VALUE 'PR'.
               1 WSNtfDetail PIC X(30).

      *    Sanctions hold answer from the shared SanctCheck service.
               1 WSSanctAnswer PIC X(1).
                   88 WSSanctHeld VALUE 'Y'.
               1 WSSanctEntry PIC X(10).

      *    Foreign-billing work area for FxLedger.
               1 WSFxFunction PIC X(1).
               COPY "FxLink.cpy".
               1 WSFxLineFlag PIC X(1).
                   88 WSFxLine VALUE 'Y'.
               1 WSShowForeign PIC ZZZZZZ9.99.

      *    Open-item work area for OpenItem.
               1 WSOiFunction PIC X(1).
               COPY "OiLink.cpy".

      *    Identity-verification answer from the shared KycCheck
      *    service, for a posting held because it was missing.
               1 WSKycAnswer PIC X(1).
                   88 WSKycVerified VALUE 'Y'.
               1 WSKycStatus PIC X(1).

      *|==============================================================|

       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSPendPostName FROM ENVIRONMENT
                       "CUSTPENDPOST"
                   ON EXCEPTION
                       "supervisors."
                   GOBACK
               END-IF
               CALL 'PeriodCheck' USING WSRunDate WSPeriodAnswer
                   WSClosedThru
               IF NOT WSPeriodOpen
                   DISPLAY "The books are closed through "
                       WSClosedThru "; nothing can be approved for "
                       WSRunDate "."
                   GOBACK
               END-IF
               PERFORM LoadPendingQueue
               IF WSPendCount = ZERO
                   DISPLAY "No postings are waiting for approval."
                   " type " WPType " amount " WSShowAmount
               DISPLAY "  " WPDesc " keyed " WPDate
                   " by " WPMakerId
               IF WPCurrency NOT = SPACES
                   MOVE WPForeign TO WSShowForeign
                   DISPLAY "  Billed as " WSShowForeign " "
                       WPCurrency
               END-IF
               IF WSClosedThru NOT = ZERO
                   AND WPDate(1:6) NOT > WSClosedThru
                   DISPLAY "  Keyed in a closed month; it books "
                       "under " WSRunDate " if approved."
               END-IF
               IF WPHeldUnverified
                   CALL 'KycCheck' USING WPIDNum WSKycAnswer
                       WSKycStatus
                   IF WSKycVerified
                       DISPLAY "  Held: identity not verified "
                           "(since verified)"
                   ELSE
                       DISPLAY "  Held: identity not verified "
                           "(still not verified)"
                   END-IF
               END-IF
               DISPLAY "Approve, Reject, or Skip (A/R/S) : "
                   WITH NO ADVANCING
               ACCEPT WSDecision
      *|==============================================================|

           ApplyApprovedPosting.
               CALL 'SanctCheck' USING WPIDNum WSSanctAnswer
                   WSSanctEntry
               IF WSSanctHeld
                   DISPLAY "Customer is under a sanctions hold ("
                       WSSanctEntry "); entry left open."
                   ADD 1 TO WSSkippedCount
                   EXIT PARAGRAPH
               END-IF
               PERFORM SettleForeignSide
               IF FxLNoRate OR FxLMismatch OR FxLFailed
                   DISPLAY "No " FxLCurrency " rate in force "
                       "to convert it at; entry left open."
                   ADD 1 TO WSSkippedCount
                   EXIT PARAGRAPH
               END-IF
               IF WPType = 'D' AND WPInvoice NOT = SPACES
                   MOVE WPIDNum TO OiLIDNum
                   MOVE WPInvoice TO OiLRef
                   MOVE 'V' TO WSOiFunction
                   CALL 'OpenItem' USING WSOiFunction OiLinkArea
                   IF OiLTaken
                       DISPLAY "Invoice " WPInvoice " is already on "
                           "the account; entry left open."
                       ADD 1 TO WSSkippedCount
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               MOVE WPIDNum TO BalIDNum
               READ BalanceFile
                   INVALID KEY
                       MOVE WPIDNum TO BalIDNum
                       MOVE ZERO TO BalAmount
                       MOVE ZERO TO BalLastPostDate
                       MOVE ZERO TO BalPrincipal BalFees BalInterest
                       WRITE BalanceRecord
                           INVALID KEY
                               DISPLAY "Balance create failed; "
                       END-WRITE
               END-READ
               MOVE BalAmount TO WSBeforeBalance
               IF WPComponent NOT = 'P' AND WPComponent NOT = 'F'
                   AND WPComponent NOT = 'I'
                   MOVE SPACE TO WPComponent
               END-IF
               MOVE WPComponent TO WSAllocComponent
               CALL 'BalAlloc' USING WPType WPAmount
                   WSAllocComponent BalanceRecord WSAllocParts
               MOVE WSRunDate TO BalLastPostDate
               REWRITE BalanceRecord
                   INVALID KEY
                       ADD 1 TO WSSkippedCount
                       EXIT PARAGRAPH
               END-REWRITE
               OPEN I-O HistoryFile
               IF WSHistFileMissing
                   OPEN OUTPUT HistoryFile
                   CLOSE HistoryFile
                   OPEN I-O HistoryFile
               END-IF
               MOVE WSRunDate TO PostHDate
               MOVE WPIDNum TO PostHIDNum
               MOVE WPDesc TO PostHDesc
               MOVE SPACE TO PostHRevFlag
               MOVE ZERO TO PostHRevDate
               MOVE WSAllocComponent TO PostHComponent
               MOVE WSAllocPrinPart TO PostHPrinPart
               MOVE WSAllocFeePart TO PostHFeePart
               MOVE WSAllocIntPart TO PostHIntPart
               PERFORM WriteKeyedHistory
               CLOSE HistoryFile
               IF WSFxLine
                   PERFORM BookForeignSide
               END-IF
               OPEN EXTEND PostJournalFile
               IF WSPostJrnlMissing
                   OPEN OUTPUT PostJournalFile
               MOVE WSBeforeBalance TO PJrnlBeforeBal
               MOVE BalAmount TO PJrnlAfterBal
               MOVE WPMakerId TO PJrnlMakerId
               CALL 'JrnlChain' USING 'P' WSPostJrnlName
                   PostJournalRecord PJrnlChainValue
               WRITE PostJournalRecord
               CLOSE PostJournalFile
               PERFORM PostOpenItem
               MOVE 'A' TO WPStatus
               MOVE WSOperatorId TO WPCheckerId
               MOVE WSWorkPend TO PendSlot(WSPendIdx)
               ADD 1 TO WSApprovedCount
               IF WPType = 'C'
                   MOVE WPDesc TO WSNtfDetail
                   CALL 'NotifyQ' USING WPIDNum WSNtfEvent
                       WPAmount WSNtfDetail
               END-IF
               DISPLAY "Approved and applied.".

      *|==============================================================|
      *    PostOpenItem books the approved line on the open-item
      *    file when the customer is in open-item mode; the money
      *    has moved, so a refusal is only reported.
      *|==============================================================|

           PostOpenItem.
               MOVE WPIDNum TO OiLIDNum
               MOVE WPType TO OiLDirection
               MOVE WPAmount TO OiLAmount
               MOVE WSRunDate TO OiLDate
               MOVE WPInvoice TO OiLRef
               IF WPDueDate NUMERIC
                   MOVE WPDueDate TO OiLDueDate
               ELSE
                   MOVE ZERO TO OiLDueDate
               END-IF
               MOVE WPDesc TO OiLDesc
               MOVE 'P' TO WSOiFunction
               CALL 'OpenItem' USING WSOiFunction OiLinkArea
               EVALUATE TRUE
                   WHEN OiLFailed
                       DISPLAY "Open item not booked; put it right "
                           "on OpenItemMaint."
                   WHEN OiLTaken
                       DISPLAY "Invoice booked as " OiLRef "."
                   WHEN OiLDone AND WPType = 'D'
                       DISPLAY "Invoice " OiLRef " due " OiLDueDate
                           "."
                   WHEN OiLDone AND OiLOnAccount > ZERO
                       DISPLAY "Held on account as " OiLOnAcctRef
                           "."
               END-EVALUATE.

      *|==============================================================|
      *    SettleForeignSide takes the foreign side the entry was
      *    held with, or, for an entry held without one, asks
      *    FxLedger whether the customer is billed in a foreign
      *    currency and converts the dollar amount at today's rate.
      *|==============================================================|

           SettleForeignSide.
               MOVE 'N' TO WSFxLineFlag
               MOVE 'N' TO FxLResult
               IF WPCurrency NOT = SPACES
                   MOVE WPCurrency TO FxLCurrency
                   MOVE WPForeign TO FxLForeign
                   MOVE WPRate TO FxLRate
                   SET WSFxLine TO TRUE
                   EXIT PARAGRAPH
               END-IF
               MOVE WPIDNum TO FxLIDNum
               MOVE WSRunDate TO FxLDate
               MOVE SPACES TO FxLLineCur
               MOVE WPAmount TO FxLAmount
               MOVE 'C' TO WSFxFunction
               CALL 'FxLedger' USING WSFxFunction FxLinkArea
               IF FxLDone
                   SET WSFxLine TO TRUE
               END-IF.

           BookForeignSide.
               MOVE PostHKeyIDNum TO FxLIDNum
               MOVE PostHKeyDate TO FxLDate
               MOVE PostHKeySeq TO FxLSeq
               MOVE WPType TO FxLType
               MOVE WPAmount TO FxLUsd
               MOVE 'B' TO WSFxFunction
               CALL 'FxLedger' USING WSFxFunction FxLinkArea
               IF NOT FxLDone
                   DISPLAY "Foreign side not booked; the FX "
                       "balance needs an adjustment."
               END-IF.

      *|==============================================================|
      *    WriteKeyedHistory files the line under the customer and
      *    date at the first sequence number not already taken.
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
                               DISPLAY "PostApprove: history line for "
                                   PostHIDNum " not written: "
                                   WSHistFileStatus
                               SET WSHistWritten TO TRUE
                           END-IF
                       NOT INVALID KEY
                           SET WSHistWritten TO TRUE
                   END-WRITE
               END-PERFORM.

           SavePendingQueue.
               OPEN OUTPUT PendPostFile
               PERFORM VARYING WSPendIdx FROM 1 BY 1
