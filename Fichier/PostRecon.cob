      *    balance file drifting from its own history has nowhere to
      *    hide. A balance the history cannot reproduce, or history
      *    netting to money with no balance record at all, is a
      *    mismatch. The proof runs per component too: the parts of
      *    every history line replayed must land on the principal,
      *    fees, and interest the balance record carries, so a
      *    credit allocated one way and booked another is caught
      *    even when the total agrees. A history line from before
      *    the split replays as principal, and a balance record
      *    from before it reads as all principal, as BalAlloc
      *    treats them.
      *
      *    The recap (PostRecon.rpt) shows the business date's total
      *    debits, credits, and net movement, then every mismatch
                   FILE STATUS IS WSBalFileStatus.

               SELECT HistoryFile ASSIGN TO WSHistFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS PostHKey
                   FILE STATUS IS WSHistFileStatus.

      *    Months PostHistCutover has archived out of the live

               FD HistoryFile.
                   COPY "PostRec.cpy".
                   COPY "PostHKey.cpy".

               FD PostCatFile.
                   1 PostHCatalogRecord.
                       3 NTIDNum PIC 9(7).
                       3 NTNet PIC S9(9)V99.
                       3 NTMatched PIC X(1).
                       3 NTPrin PIC S9(9)V99.
                       3 NTFees PIC S9(9)V99.
                       3 NTInt PIC S9(9)V99.

               1 WSNetIdx PIC 9(5).

               1 WSDayNet PIC S9(11)V99 VALUE ZERO.

               1 WSMismatchCount PIC 9(7) VALUE ZERO.

      *    The balance record's components as proved: a record from
      *    before the split is all principal.
               1 WSBalPrin PIC S9(9)V99.
               1 WSBalFees PIC S9(9)V99.
               1 WSBalInt PIC S9(9)V99.
               1 WSBalanceCount PIC 9(7) VALUE ZERO.

               1 HeadLine.
                   2 FILLER PIC X(11) VALUE "  history ".
                   2 PrnMisHistory PIC -(9)9.99.

               1 CompMismatchLine.
                   2 FILLER PIC X(11) VALUE " MISMATCH  ".
                   2 PrnCmpId PIC 9(7).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnCmpName PIC X(9).
                   2 FILLER PIC X(10) VALUE " balance ".
                   2 PrnCmpBalance PIC -(9)9.99.
                   2 FILLER PIC X(11) VALUE "  history ".
                   2 PrnCmpHistory PIC -(9)9.99.

               1 FootLine.
                   2 FILLER PIC X(21) VALUE " Balances checked : ".
                   2 PrnFootBalances PIC ZZZZZZ9.
       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSBalFileName FROM ENVIRONMENT "CUSTBAL"
                   ON EXCEPTION
                       MOVE "CustBal.dat" TO WSBalFileName
      *|==============================================================|
      *    LoadHistoryNets replays the whole history in one pass:
      *    net per customer into the table, and the business date's
      *    debits and credits into the day recap. The live history
      *    reads in key order, a customer's lines together, so the
      *    entry the last line netted into is tried before the
      *    table is searched.
      *|==============================================================|

           LoadHistoryNets.
               END-IF
               MOVE 'N' TO WSFoundFlag
               IF WSNetCount > ZERO
                   IF NetIdx <= WSNetCount
                       IF NTIDNum(NetIdx) = PostHIDNum
                           MOVE 'Y' TO WSFoundFlag
                       END-IF
                   END-IF
                   IF WSIdInTable
                       PERFORM AddToNetEntry
                   ELSE
                       SET NetIdx TO 1
                       SEARCH NetEntry
                           AT END CONTINUE
                           WHEN NTIDNum(NetIdx) = PostHIDNum
                               MOVE 'Y' TO WSFoundFlag
                               PERFORM AddToNetEntry
                       END-SEARCH
                   END-IF
               END-IF
               IF NOT WSIdInTable
                   IF WSNetCount < 5000
                       ADD 1 TO WSNetCount
                       MOVE PostHIDNum TO NTIDNum(WSNetCount)
                       MOVE ZERO TO NTNet(WSNetCount)
                       MOVE ZERO TO NTPrin(WSNetCount)
                       MOVE ZERO TO NTFees(WSNetCount)
                       MOVE ZERO TO NTInt(WSNetCount)
                       MOVE 'N' TO NTMatched(WSNetCount)
                       SET NetIdx TO WSNetCount
                       PERFORM AddToNetEntry
               END-IF.

           AddToNetEntry.
               IF NOT PostHSplitKnown
                   MOVE PostHAmount TO PostHPrinPart
                   MOVE ZERO TO PostHFeePart PostHIntPart
               END-IF
               IF PostHCredit
                   SUBTRACT PostHAmount FROM NTNet(NetIdx)
                   SUBTRACT PostHPrinPart FROM NTPrin(NetIdx)
                   SUBTRACT PostHFeePart FROM NTFees(NetIdx)
                   SUBTRACT PostHIntPart FROM NTInt(NetIdx)
               ELSE
                   ADD PostHAmount TO NTNet(NetIdx)
                   ADD PostHPrinPart TO NTPrin(NetIdx)
                   ADD PostHFeePart TO NTFees(NetIdx)
                   ADD PostHIntPart TO NTInt(NetIdx)
               END-IF.

      *|==============================================================|
                           MOVE 'Y' TO NTMatched(NetIdx)
                           IF NTNet(NetIdx) NOT = BalAmount
                               PERFORM ReportMismatch
                           ELSE
                               PERFORM CheckBalanceComponents
                           END-IF
                   END-SEARCH
               END-IF
                       AFTER ADVANCING 1 LINE
               END-IF.

      *|==============================================================|
      *    CheckBalanceComponents proves a balance whose total agrees
      *    component by component, one mismatch line for each
      *    component the history does not reproduce.
      *|==============================================================|

           CheckBalanceComponents.
               MOVE ZERO TO WSBalFees WSBalInt
               IF BalFees NUMERIC
                   MOVE BalFees TO WSBalFees
               END-IF
               IF BalInterest NUMERIC
                   MOVE BalInterest TO WSBalInt
               END-IF
               COMPUTE WSBalPrin = BalAmount - WSBalFees - WSBalInt
               MOVE BalIDNum TO PrnCmpId
               IF NTPrin(NetIdx) NOT = WSBalPrin
                   MOVE "principal" TO PrnCmpName
                   MOVE WSBalPrin TO PrnCmpBalance
                   MOVE NTPrin(NetIdx) TO PrnCmpHistory
                   PERFORM ReportComponentMismatch
               END-IF
               IF NTFees(NetIdx) NOT = WSBalFees
                   MOVE "fees" TO PrnCmpName
                   MOVE WSBalFees TO PrnCmpBalance
                   MOVE NTFees(NetIdx) TO PrnCmpHistory
                   PERFORM ReportComponentMismatch
               END-IF
               IF NTInt(NetIdx) NOT = WSBalInt
                   MOVE "interest" TO PrnCmpName
                   MOVE WSBalInt TO PrnCmpBalance
                   MOVE NTInt(NetIdx) TO PrnCmpHistory
                   PERFORM ReportComponentMismatch
               END-IF.

           ReportComponentMismatch.
               ADD 1 TO WSMismatchCount
               WRITE ReconLine FROM CompMismatchLine
                   AFTER ADVANCING 1 LINE.

           ReportMismatch.
               ADD 1 TO WSMismatchCount
               MOVE BalIDNum TO PrnMisId
