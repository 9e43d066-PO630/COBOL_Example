      *    concentrating in Bronze" is a printed line instead of a
      *    hand-assembled spreadsheet.
      *
      *    Business groups linked on the hierarchy file (CUSTHIER,
      *    default Hierarchy.dat) close the report rolled up to the
      *    parent: each head office with the number of accounts in
      *    its group and the group's combined balance, since the
      *    exposure to a company is the sum of all its branches.
      *
      *    Balances stay in dollars throughout, foreign-billed ones
      *    included: the balance file is the dollar book of
      *    account. A last section splits the balances by billing
      *    currency (FxLedger), in dollars, so the exposure carried
      *    in each foreign currency is one line to read.
      *
      *    Report to CUSTRECVANA (default RecvAnalysis.rpt) inside
      *    the RptBanner frame, registered in the report catalog.
      *|==============================================================|
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSRatHistStatus.

               SELECT HierFile ASSIGN TO WSHierFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS HierChildId
                   ALTERNATE RECORD KEY IS HierParentId
                       WITH DUPLICATES
                   FILE STATUS IS WSHierFileStatus.

               SELECT AnalysisReport ASSIGN TO WSReportFileName
                   ORGANIZATION IS LINE SEQUENTIAL.

               FD RatingHistFile.
                   COPY "RatHist.cpy".

               FD HierFile.
                   COPY "HierRec.cpy".

               FD AnalysisReport.
                   1 AnalysisLine PIC X(80).

               1 WSLatestRatDate PIC 9(8).
               1 WSLatestRatTier PIC X(8).

      *    Group roll-up: the hierarchy links, child to parent,
      *    and one accumulator per parent.
               1 WSHierFileName PIC X(100).
               1 WSHierFileStatus PIC X(2).
                   88 WSHierFileOK VALUE '00'.

               1 WSLinkMax PIC 9(4) VALUE 5000.
               1 WSLinkCount PIC 9(4) VALUE ZERO.
               1 WSLinkIdx PIC 9(4).
               1 LinkTable.
                   2 LinkEntry OCCURS 5000 TIMES.
                       3 LkChildId PIC 9(7).
                       3 LkParentId PIC 9(7).

               1 WSGrpMax PIC 9(4) VALUE 2000.
               1 WSGrpCount PIC 9(4) VALUE ZERO.
               1 WSGrpIdx PIC 9(4).
               1 WSGrpFound PIC 9(4).
               1 GroupTable.
                   2 GrpEntry OCCURS 2000 TIMES.
                       3 GaParentId PIC 9(7).
                       3 GaMembers PIC 9(4).
                       3 GaTotal PIC S9(11)V99.
               1 WSGroupId PIC 9(7).
               1 WSGroupGrand PIC S9(11)V99 VALUE ZERO.

      *    Dollar balances by billing currency.
               1 WSFxFunction PIC X(1).
               COPY "FxLink.cpy".
               1 WSCurMax PIC 9(3) VALUE 100.
               1 WSCurCount PIC 9(3) VALUE ZERO.
               1 WSCurIdx PIC 9(3).
               1 WSCurFound PIC 9(3).
               1 CurrencyTable.
                   2 CurEntry OCCURS 100 TIMES.
                       3 CurCode PIC X(3).
                       3 CurCount PIC 9(7).
                       3 CurTotal PIC S9(11)V99.

               1 WSNameId PIC 9(7).
               1 WSStmtName PIC X(31).
               1 WSCustFoundFlag PIC X(1).
                   88 WSCustOnFile VALUE 'Y'.
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnTierTotal PIC -ZZZZZZZZZZ9.99.

               1 GroupLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnGrpId PIC 9(7).
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnGrpName PIC X(31).
                   2 PrnGrpMembers PIC ZZZ9.
                   2 FILLER PIC X(6) VALUE " accts".
                   2 PrnGrpTotal PIC -ZZZZZZZZZZ9.99.

               1 CurrencyLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnCurCode PIC X(3).
                   2 FILLER PIC X(7) VALUE SPACE.
                   2 PrnCurCount PIC ZZZZZZ9.
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnCurTotal PIC -ZZZZZZZZZZ9.99.
                   2 FILLER PIC X(4) VALUE " USD".

               1 GroupTotalLine.
                   2 FILLER PIC X(41)
                       VALUE " All groups".
                   2 PrnGrpCount PIC ZZZ9.
                   2 FILLER PIC X(6) VALUE " grps ".
                   2 PrnGrpGrand PIC -ZZZZZZZZZZ9.99.

      *|==============================================================|

       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSBalFileName FROM ENVIRONMENT "CUSTBAL"
                   ON EXCEPTION
                       MOVE "CustBal.dat" TO WSBalFileName
               OPEN INPUT CustomerFile
               MOVE ZEROES TO BandTable
               MOVE ZEROES TO TierTable
               PERFORM LoadHierLinks
               PERFORM UNTIL WSAtEOF
                   READ BalanceFile NEXT RECORD
                       AT END SET WSAtEOF TO TRUE

           AnalyzeOneBalance.
               ADD 1 TO WSCustomerCount
               PERFORM TallyByCurrency
               EVALUATE TRUE
                   WHEN BalAmount < ZERO
                       MOVE 1 TO WSBandIdx
                       MOVE 5 TO WSTierIdx
               END-EVALUATE
               ADD 1 TO TierCustCount(WSTierIdx)
               ADD BalAmount TO TierTotal(WSTierIdx)
               IF WSGrpCount > ZERO
                   PERFORM RollUpToParent
               END-IF.

      *|==============================================================|
      *    LoadHierLinks reads the hierarchy into the link table and
      *    opens one group accumulator per parent. No hierarchy
      *    file, no groups section.
      *|==============================================================|

           LoadHierLinks.
               ACCEPT WSHierFileName FROM ENVIRONMENT "CUSTHIER"
                   ON EXCEPTION
                       MOVE "Hierarchy.dat" TO WSHierFileName
               END-ACCEPT
               OPEN INPUT HierFile
               IF NOT WSHierFileOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSLinkCount >= WSLinkMax
                   READ HierFile NEXT RECORD
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           PERFORM LoadOneLink
                   END-READ
               END-PERFORM
               CLOSE HierFile.

           LoadOneLink.
               MOVE HierParentId TO WSGroupId
               PERFORM FindGroup
               IF WSGrpFound = ZERO
                   IF WSGrpCount >= WSGrpMax
                       DISPLAY "RecvAnalysis: more than " WSGrpMax
                           " groups; parent " HierParentId
                           " left out."
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WSGrpCount
                   MOVE HierParentId TO GaParentId(WSGrpCount)
                   MOVE ZERO TO GaMembers(WSGrpCount)
                   MOVE ZERO TO GaTotal(WSGrpCount)
               END-IF
               ADD 1 TO WSLinkCount
               MOVE HierChildId TO LkChildId(WSLinkCount)
               MOVE HierParentId TO LkParentId(WSLinkCount).

           FindGroup.
               MOVE ZERO TO WSGrpFound
               PERFORM VARYING WSGrpIdx FROM 1 BY 1
                       UNTIL WSGrpIdx > WSGrpCount
                           OR WSGrpFound > ZERO
                   IF GaParentId(WSGrpIdx) = WSGroupId
                       MOVE WSGrpIdx TO WSGrpFound
                   END-IF
               END-PERFORM.

      *|==============================================================|
      *    RollUpToParent files the balance under its group: a
      *    subsidiary's under its parent, a parent's under itself.
      *|==============================================================|

           RollUpToParent.
               MOVE BalIDNum TO WSGroupId
               PERFORM VARYING WSLinkIdx FROM 1 BY 1
                       UNTIL WSLinkIdx > WSLinkCount
                   IF LkChildId(WSLinkIdx) = BalIDNum
                       MOVE LkParentId(WSLinkIdx) TO WSGroupId
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               PERFORM FindGroup
               IF WSGrpFound > ZERO
                   ADD 1 TO GaMembers(WSGrpFound)
                   ADD BalAmount TO GaTotal(WSGrpFound)
               END-IF.

           KeepTopBalance.
               IF WSTopCount < WSTopMax
               CLOSE RatingHistFile.

      *|==============================================================|
      *    PrintAnalysisReport lays the sections out: bands, top
      *    twenty, tier cross-tab, and the groups when there are
      *    any.
      *|==============================================================|

           PrintAnalysisReport.
               PERFORM PrintOneTier
                   VARYING WSTierIdx FROM 1 BY 1
                   UNTIL WSTierIdx > 5
               IF WSGrpCount > ZERO
                   MOVE " Group exposure, rolled up to parent"
                       TO SectionHead
                   WRITE AnalysisLine FROM SectionHead
                       AFTER ADVANCING 2 LINES
                   PERFORM PrintOneGroup
                       VARYING WSGrpIdx FROM 1 BY 1
                       UNTIL WSGrpIdx > WSGrpCount
                   MOVE WSGrpCount TO PrnGrpCount
                   MOVE WSGroupGrand TO PrnGrpGrand
                   WRITE AnalysisLine FROM GroupTotalLine
                       AFTER ADVANCING 1 LINE
               END-IF
               MOVE " Balances by billing currency, in dollars"
                   TO SectionHead
               WRITE AnalysisLine FROM SectionHead
                   AFTER ADVANCING 2 LINES
               PERFORM PrintOneCurrency
                   VARYING WSCurIdx FROM 1 BY 1
                   UNTIL WSCurIdx > WSCurCount
               MOVE 'T' TO WSBnrFunction
               MOVE WSCustomerCount TO WSBnrCount
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
               MOVE WSTopIdx TO PrnTopRank
               MOVE TopId(WSMinIdx) TO PrnTopId
               MOVE TopAmount(WSMinIdx) TO PrnTopAmount
               MOVE TopId(WSMinIdx) TO WSNameId
               PERFORM FetchTopName
               MOVE WSStmtName TO PrnTopName
               WRITE AnalysisLine FROM TopLine
           FetchTopName.
               MOVE 'N' TO WSCustFoundFlag
               MOVE SPACES TO WSStmtName
               MOVE WSNameId TO IDNum OF CustomerData
               READ CustomerFile
                   INVALID KEY
                       MOVE "(not on master)" TO WSStmtName
                   END-STRING
               END-IF.

           PrintOneGroup.
               MOVE GaParentId(WSGrpIdx) TO WSNameId
               PERFORM FetchTopName
               MOVE GaParentId(WSGrpIdx) TO PrnGrpId
               MOVE WSStmtName TO PrnGrpName
               MOVE GaMembers(WSGrpIdx) TO PrnGrpMembers
               MOVE GaTotal(WSGrpIdx) TO PrnGrpTotal
               ADD GaTotal(WSGrpIdx) TO WSGroupGrand
               WRITE AnalysisLine FROM GroupLine
                   AFTER ADVANCING 1 LINE.

      *|==============================================================|
      *    TallyByCurrency files the dollar balance under the
      *    customer's billing currency, dollars for everyone
      *    FxLedger does not know as foreign-billed.
      *|==============================================================|

           TallyByCurrency.
               MOVE BalIDNum TO FxLIDNum
               MOVE 'Q' TO WSFxFunction
               CALL 'FxLedger' USING WSFxFunction FxLinkArea
               IF NOT FxLDone
                   MOVE "USD" TO FxLCurrency
               END-IF
               MOVE ZERO TO WSCurFound
               PERFORM VARYING WSCurIdx FROM 1 BY 1
                       UNTIL WSCurIdx > WSCurCount
                   IF CurCode(WSCurIdx) = FxLCurrency
                       MOVE WSCurIdx TO WSCurFound
                   END-IF
               END-PERFORM
               IF WSCurFound = ZERO
                   IF WSCurCount >= WSCurMax
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WSCurCount
                   MOVE WSCurCount TO WSCurFound
                   MOVE FxLCurrency TO CurCode(WSCurFound)
                   MOVE ZERO TO CurCount(WSCurFound)
                       CurTotal(WSCurFound)
               END-IF
               ADD 1 TO CurCount(WSCurFound)
               ADD BalAmount TO CurTotal(WSCurFound).

           PrintOneCurrency.
               MOVE CurCode(WSCurIdx) TO PrnCurCode
               MOVE CurCount(WSCurIdx) TO PrnCurCount
               MOVE CurTotal(WSCurIdx) TO PrnCurTotal
               WRITE AnalysisLine FROM CurrencyLine
                   AFTER ADVANCING 1 LINE.

           PrintOneTier.
               MOVE WSTierName(WSTierIdx) TO PrnTierName
               MOVE TierCustCount(WSTierIdx) TO PrnTierCount
