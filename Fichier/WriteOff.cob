      *    closed account instead of stepping around it forever.
      *
      *    Only a debit balance can be written off, and only a
      *    supervisor can do it. A customer held under a confirmed
      *    sanctions watch-list hit (SanctCheck) cannot have a
      *    balance written off until the hit is released. Nothing
      *    is written off while the business date falls in a month
      *    a supervisor has closed (PeriodCheck).
      *
      *    The write-off clears the balance component by component:
      *    the screen shows what is owed in principal, fees, and
      *    interest, and the WRITE-OFF line and the write-off stamp
      *    carry the amount written off from each, so the
      *    written-off report and the GL interface can book them
      *    apart.
      *
      *    For a customer billed in a foreign currency the write-off
      *    also clears the foreign balance (FxLedger): the WRITE-OFF
      *    line's foreign side is the whole foreign balance, at the
      *    rate the dollar balance implies.
      *|==============================================================|

       ENVIRONMENT DIVISION.
                   FILE STATUS IS WSFileStatus.

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
      *    blank -- the field is here so PostJournal.log stays one
      *    record shape.
                       2 PJrnlMakerId PIC X(8).
                       2 PJrnlChainValue PIC X(16).

               FD WriteOffFile.
                   COPY "WoffRec.cpy".
                   88 WSFileOK VALUE '00'.

               1 WSHistFileStatus PIC X(2).
                   88 WSHistDupKey VALUE '22'.
                   88 WSHistFileMissing VALUE '35'.
               1 WSHistWrittenFlag PIC X(1).
                   88 WSHistWritten VALUE 'Y'.

               1 WSPostJrnlStatus PIC X(2).
                   88 WSPostJrnlMissing VALUE '35'.

               1 WSRunDate PIC 9(8).

               1 WSPeriodAnswer PIC X(1).
                   88 WSPeriodOpen VALUE 'Y'.
               1 WSClosedThru PIC 9(6).

               1 WSWoffIDNum PIC 9(7).

      *    Sanctions hold answer from the shared SanctCheck service.
               1 WSSanctAnswer PIC X(1).
                   88 WSSanctHeld VALUE 'Y'.
               1 WSSanctEntry PIC X(10).

               1 WSCheckIDNum PIC 9(7).
               1 WSCheckIDParts REDEFINES WSCheckIDNum.
                   2 WSCheckIDBase PIC 9(6).
               1 WSBeforeBalance PIC S9(7)V99.

               1 WSViewBalance PIC -ZZZZZZ9.99.
               1 WSViewPrin PIC -ZZZZZZ9.99.
               1 WSViewFees PIC -ZZZZZZ9.99.
               1 WSViewInt PIC -ZZZZZZ9.99.

      *    Balance-component work area for BalAlloc: the whole
      *    balance goes as one untagged credit, and the parts that
      *    come back are what was written off from each component.
               1 WSWoffAmount PIC 9(7)V99.

      *    Foreign-billing work area for FxLedger.
               1 WSFxFunction PIC X(1).
               COPY "FxLink.cpy".
               1 WSAllocComponent PIC X(1).
               1 WSAllocParts.
                   2 WSAllocPrinPart PIC 9(7)V99.
                   2 WSAllocFeePart PIC 9(7)V99.
                   2 WSAllocIntPart PIC 9(7)V99.

      *|==============================================================|

       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSBalFileName FROM ENVIRONMENT "CUSTBAL"
                   ON EXCEPTION
                       MOVE "CustBal.dat" TO WSBalFileName
                       "supervisors."
                   GOBACK
               END-IF
               CALL 'PeriodCheck' USING WSRunDate WSPeriodAnswer
                   WSClosedThru
               IF NOT WSPeriodOpen
                   DISPLAY "The books are closed through "
                       WSClosedThru "; nothing can be written off "
                       "for " WSRunDate "."
                   GOBACK
               END-IF
               OPEN I-O BalanceFile
               IF NOT WSBalFileOK
                   DISPLAY "WriteOff: no balance file."
                   PERFORM AskAnother
                   EXIT PARAGRAPH
               END-IF
               CALL 'SanctCheck' USING WSWoffIDNum WSSanctAnswer
                   WSSanctEntry
               IF WSSanctHeld
                   DISPLAY "Customer " WSWoffIDNum " is under a "
                       "sanctions hold (" WSSanctEntry "); nothing "
                       "written off."
                   PERFORM AskAnother
                   EXIT PARAGRAPH
               END-IF
               MOVE WSWoffIDNum TO BalIDNum
               READ BalanceFile
                   INVALID KEY
               MOVE BalAmount TO WSViewBalance
               DISPLAY "Balance owing for " WSWoffIDNum ": "
                   WSViewBalance
               MOVE BalAmount TO WSWoffAmount
               CALL 'BalAlloc' USING 'N' WSWoffAmount WSAllocComponent
                   BalanceRecord WSAllocParts
               MOVE BalPrincipal TO WSViewPrin
               MOVE BalFees TO WSViewFees
               MOVE BalInterest TO WSViewInt
               DISPLAY "  principal " WSViewPrin "  fees " WSViewFees
                   "  interest " WSViewInt
               DISPLAY s-plg-woffconfirm
               ACCEPT s-plg-woffconfirm
               IF WSConfirm = 'Y' OR WSConfirm = 'y'

           ApplyWriteOff.
               MOVE BalAmount TO WSBeforeBalance
               MOVE BalAmount TO WSWoffAmount
               MOVE SPACE TO WSAllocComponent
               CALL 'BalAlloc' USING 'C' WSWoffAmount WSAllocComponent
                   BalanceRecord WSAllocParts
               PERFORM WriteHistoryLine
               PERFORM ClearForeignBalance
               PERFORM WritePostJournalEntry
               PERFORM WriteWriteOffStamp
               MOVE WSRunDate TO BalLastPostDate
               REWRITE BalanceRecord
               DISPLAY "Balance written off for " WSWoffIDNum ".".

           WriteHistoryLine.
               OPEN I-O HistoryFile
               IF WSHistFileMissing
                   OPEN OUTPUT HistoryFile
                   CLOSE HistoryFile
                   OPEN I-O HistoryFile
               END-IF
               MOVE WSRunDate TO PostHDate
               MOVE WSWoffIDNum TO PostHIDNum
               MOVE "WRITE-OFF" TO PostHDesc
               MOVE SPACE TO PostHRevFlag
               MOVE ZERO TO PostHRevDate
               MOVE WSAllocComponent TO PostHComponent
               MOVE WSAllocPrinPart TO PostHPrinPart
               MOVE WSAllocFeePart TO PostHFeePart
               MOVE WSAllocIntPart TO PostHIntPart
               PERFORM WriteKeyedHistory
               CLOSE HistoryFile.

      *|==============================================================|
      *    ClearForeignBalance books the WRITE-OFF line's foreign
      *    side for a foreign-billed customer still owing in that
      *    currency, taking the foreign balance to nothing.
      *|==============================================================|

           ClearForeignBalance.
               MOVE WSWoffIDNum TO FxLIDNum
               MOVE 'Q' TO WSFxFunction
               CALL 'FxLedger' USING WSFxFunction FxLinkArea
               IF NOT FxLDone OR FxLBalance <= ZERO
                   EXIT PARAGRAPH
               END-IF
               MOVE FxLBalance TO FxLForeign
               MOVE WSBeforeBalance TO FxLUsd
               COMPUTE FxLRate ROUNDED = FxLUsd / FxLForeign
                   ON SIZE ERROR
                       MOVE ZERO TO FxLRate
               END-COMPUTE
               MOVE PostHKeyIDNum TO FxLIDNum
               MOVE PostHKeyDate TO FxLDate
               MOVE PostHKeySeq TO FxLSeq
               MOVE 'C' TO FxLType
               MOVE 'B' TO WSFxFunction
               CALL 'FxLedger' USING WSFxFunction FxLinkArea
               IF FxLDone
                   DISPLAY "Foreign balance cleared in "
                       FxLCurrency "."
               ELSE
                   DISPLAY "Foreign balance not cleared; the FX "
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
                               DISPLAY "WriteOff: history line for "
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
               IF WSPostJrnlMissing
               MOVE WSBeforeBalance TO PJrnlBeforeBal
               MOVE ZERO TO PJrnlAfterBal
               MOVE SPACES TO PJrnlMakerId
               CALL 'JrnlChain' USING 'P' WSPostJrnlName
                   PostJournalRecord PJrnlChainValue
               WRITE PostJournalRecord
               CLOSE PostJournalFile.

               MOVE WSBeforeBalance TO WoffAmount
               MOVE WSOperatorId TO WoffOperator
               MOVE FUNCTION CURRENT-DATE(1:14) TO WoffStamp
               MOVE WSAllocPrinPart TO WoffPrincipal
               MOVE WSAllocFeePart TO WoffFees
               MOVE WSAllocIntPart TO WoffInterest
               WRITE WriteOffRecord
               CLOSE WriteOffFile.

