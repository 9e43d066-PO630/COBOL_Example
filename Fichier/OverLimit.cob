      *    the accounts already past it stop hiding until statement
      *    day.
      *
      *    Business groups -- a head office and the subsidiaries
      *    linked to it on the hierarchy file (CUSTHIER, default
      *    Hierarchy.dat) -- are then rolled up to the parent: one
      *    line a group with the combined limit, combined balance,
      *    and excess, flagged when the group as a whole is over,
      *    since a group can be over while no single branch is.
      *
      *    Every customer found over is also appended, with the
      *    business date (CUSTBIZDATE, else today), to the over-limit
      *    history (CUSTOVERHIST, default OverHist.dat, OverHist.cpy
      *    layout) the quarterly limit review counts from; a rerun
      *    on a date already on the history adds nothing. Each is
      *    queued for an over-limit email or text the same way
      *    (NotifyQ, the excess as the amount quoted).
      *
      *    Output goes to OverLimit.rpt, framed by RptBanner and
      *    registered on the report catalog; the run stamps the run
      *    log like every other step of the chain.
                       WITH DUPLICATES
                   FILE STATUS IS WSFileStatus.

               SELECT HierFile ASSIGN TO WSHierFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS HierChildId
                   ALTERNATE RECORD KEY IS HierParentId
                       WITH DUPLICATES
                   FILE STATUS IS WSHierFileStatus.

               SELECT OverHistFile ASSIGN TO WSOverHistName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSOverHistStatus.

               SELECT ExposureReport ASSIGN TO "OverLimit.rpt"
                   ORGANIZATION IS LINE SEQUENTIAL.

               FD CustomerFile.
                   COPY "CustRec.cpy".

               FD HierFile.
                   COPY "HierRec.cpy".

               FD OverHistFile.
                   COPY "OverHist.cpy".

               FD ExposureReport.
                   1 ExposureLine PIC X(100).

               1 WSTotalExposure PIC S9(11)V99 VALUE ZERO.

               1 WSCustName PIC X(31).
               1 WSNameId PIC 9(7).

      *    Over-limit history: appended unless this business date
      *    is already on it.
               1 WSOverHistName PIC X(100).
               1 WSOverHistStatus PIC X(2).
                   88 WSOverHistOK VALUE '00'.
                   88 WSOverHistMissing VALUE '35'.
               1 WSOverHistFlag PIC X(1) VALUE 'N'.
                   88 WSOverHistOpen VALUE 'Y'.
               1 WSBizDateParm PIC X(8).
               1 WSRunDate PIC 9(8).

      *    Customer notification handed to the shared NotifyQ.
               1 WSNtfEvent PIC X(2) VALUE 'OL'.
               1 WSNtfAmount PIC 9(7)V99.
               1 WSNtfDetail PIC X(30)
                   VALUE "Balance over credit limit".

      *    Group roll-up: one entry per parent, its own limit and
      *    balance plus every subsidiary's.
               1 WSHierFileName PIC X(100).
               1 WSHierFileStatus PIC X(2).
                   88 WSHierFileOK VALUE '00'.
               1 WSHierEOF PIC X(1).
                   88 WSHierAtEOF VALUE 'Y'.

               1 WSGrpMax PIC 9(4) VALUE 2000.
               1 WSGrpCount PIC 9(4) VALUE ZERO.
               1 WSGrpIdx PIC 9(4).
               1 WSGrpFound PIC 9(4).
               1 GroupTable.
                   2 GrpEntry OCCURS 2000 TIMES.
                       3 GxParentId PIC 9(7).
                       3 GxMembers PIC 9(4).
                       3 GxLimit PIC S9(9)V99.
                       3 GxBalance PIC S9(9)V99.
               1 WSMemberId PIC 9(7).
               1 WSGrpOverCount PIC 9(5) VALUE ZERO.
               1 WSGrpExposure PIC S9(11)V99 VALUE ZERO.

               1 GroupHeadLine PIC X(60)
                   VALUE " Group exposure -- parent and subsidiaries".
               1 GroupColLine.
                   2 FILLER PIC X(9) VALUE " Parent".
                   2 FILLER PIC X(32) VALUE "Head office".
                   2 FILLER PIC X(13) VALUE "  Group limit".
                   2 FILLER PIC X(13) VALUE "      Balance".
                   2 FILLER PIC X(13) VALUE "       Excess".
                   2 FILLER PIC X(6) VALUE " Accts".

               1 GroupLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnGrpId PIC 9(7).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnGrpName PIC X(31).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnGrpLimit PIC -(9)9.99.
                   2 PrnGrpBalance PIC -(9)9.99.
                   2 PrnGrpExcess PIC -(9)9.99.
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnGrpAccts PIC ZZZ9.
                   2 PrnGrpFlag PIC X(6).

               1 GroupFootLine.
                   2 FILLER PIC X(20)
                       VALUE " Groups over limit  ".
                   2 PrnGrpFootCount PIC ZZZZZZ9.
                   2 FILLER PIC X(18) VALUE "   group exposure ".
                   2 PrnGrpFootTotal PIC -(9)9.99.

               1 HeadLine.
                   2 FILLER PIC X(9) VALUE " Id".
       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSLimitFileName FROM ENVIRONMENT "CUSTLIMIT"
                   ON EXCEPTION
                       MOVE "CredLimit.dat" TO WSLimitFileName
                   ON EXCEPTION
                       MOVE "test.dat" TO WSCustFileName
               END-ACCEPT
               ACCEPT WSOverHistName FROM ENVIRONMENT "CUSTOVERHIST"
                   ON EXCEPTION
                       MOVE "OverHist.dat" TO WSOverHistName
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
               MOVE 'S' TO WSLogEvent
               PERFORM WriteRunLogRecord
               OPEN INPUT LimitFile
                   GOBACK
               END-IF
               OPEN INPUT CustomerFile
               PERFORM OpenOverHistory
               OPEN OUTPUT ExposureReport
               MOVE 'B' TO WSBnrFunction
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
               MOVE WSTotalExposure TO PrnFootTotal
               WRITE ExposureLine FROM FootLine
                   AFTER ADVANCING 2 LINES
               PERFORM ReportGroupExposure
               MOVE 'T' TO WSBnrFunction
               MOVE WSOverCount TO WSBnrCount
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
               WRITE ExposureLine FROM WSBnrLine1
               CLOSE LimitFile, BalanceFile, CustomerFile
               CLOSE ExposureReport
               IF WSOverHistOpen
                   CLOSE OverHistFile
               END-IF
               MOVE "OverLimit" TO WSCatReportName
               MOVE "OverLimit.rpt" TO WSCatFileName
               MOVE WSOverCount TO WSCatRecords
               ADD 1 TO WSOverCount
               COMPUTE WSExcess = BalAmount - LimAmount
               ADD WSExcess TO WSTotalExposure
               MOVE LimIDNum TO WSNameId
               PERFORM FetchCustomerName
               MOVE LimIDNum TO PrnDetId
               MOVE WSCustName TO PrnDetName
               MOVE BalAmount TO PrnDetBalance
               MOVE WSExcess TO PrnDetExcess
               WRITE ExposureLine FROM DetailLine
                   AFTER ADVANCING 1 LINE
               IF WSOverHistOpen
                   MOVE WSRunDate TO OHRunDate
                   MOVE LimIDNum TO OHIDNum
                   MOVE LimAmount TO OHLimit
                   MOVE BalAmount TO OHBalance
                   WRITE OverLimitHistRecord
                   MOVE WSExcess TO WSNtfAmount
                   CALL 'NotifyQ' USING LimIDNum WSNtfEvent
                       WSNtfAmount WSNtfDetail
               END-IF.

      *|==============================================================|
      *    OpenOverHistory scans the history for this business date
      *    and opens it for appending only when the date is new.
      *|==============================================================|

           OpenOverHistory.
               MOVE 'N' TO WSEOF
               OPEN INPUT OverHistFile
               IF WSOverHistOK
                   PERFORM UNTIL WSAtEOF
                       READ OverHistFile
                           AT END SET WSAtEOF TO TRUE
                           NOT AT END
                               IF OHRunDate = WSRunDate
                                   DISPLAY "OverLimit: " WSRunDate
                                       " already on the over-limit "
                                       "history."
                                   CLOSE OverHistFile
                                   MOVE 'N' TO WSEOF
                                   EXIT PARAGRAPH
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE OverHistFile
               END-IF
               MOVE 'N' TO WSEOF
               OPEN EXTEND OverHistFile
               IF WSOverHistMissing
                   OPEN OUTPUT OverHistFile
               END-IF
               MOVE 'Y' TO WSOverHistFlag.

           FetchCustomerName.
               MOVE SPACES TO WSCustName
               MOVE WSNameId TO IDNum OF CustomerData
               READ CustomerFile
                   INVALID KEY
                       EXIT PARAGRAPH
                   END-STRING
               END-IF.

      *|==============================================================|
      *    ReportGroupExposure rolls each group up to its parent off
      *    the hierarchy file and prints one line a group. An
      *    account with no limit record adds nothing to the group's
      *    limit; one with no balance record adds nothing owed. No
      *    hierarchy file, no group section.
      *|==============================================================|

           ReportGroupExposure.
               ACCEPT WSHierFileName FROM ENVIRONMENT "CUSTHIER"
                   ON EXCEPTION
                       MOVE "Hierarchy.dat" TO WSHierFileName
               END-ACCEPT
               OPEN INPUT HierFile
               IF NOT WSHierFileOK
                   EXIT PARAGRAPH
               END-IF
               MOVE 'N' TO WSHierEOF
               PERFORM UNTIL WSHierAtEOF
                   READ HierFile NEXT RECORD
                       AT END SET WSHierAtEOF TO TRUE
                       NOT AT END
                           PERFORM RollUpOneLink
                   END-READ
               END-PERFORM
               CLOSE HierFile
               IF WSGrpCount = ZERO
                   EXIT PARAGRAPH
               END-IF
               WRITE ExposureLine FROM GroupHeadLine
                   AFTER ADVANCING 2 LINES
               WRITE ExposureLine FROM GroupColLine
                   AFTER ADVANCING 1 LINE
               PERFORM VARYING WSGrpIdx FROM 1 BY 1
                       UNTIL WSGrpIdx > WSGrpCount
                   PERFORM PrintOneGroup
               END-PERFORM
               MOVE WSGrpOverCount TO PrnGrpFootCount
               MOVE WSGrpExposure TO PrnGrpFootTotal
               WRITE ExposureLine FROM GroupFootLine
                   AFTER ADVANCING 2 LINES.

           RollUpOneLink.
               MOVE ZERO TO WSGrpFound
               PERFORM VARYING WSGrpIdx FROM 1 BY 1
                       UNTIL WSGrpIdx > WSGrpCount
                           OR WSGrpFound > ZERO
                   IF GxParentId(WSGrpIdx) = HierParentId
                       MOVE WSGrpIdx TO WSGrpFound
                   END-IF
               END-PERFORM
               IF WSGrpFound = ZERO
                   IF WSGrpCount >= WSGrpMax
                       DISPLAY "OverLimit: more than " WSGrpMax
                           " groups; parent " HierParentId
                           " left out."
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WSGrpCount
                   MOVE WSGrpCount TO WSGrpFound
                   MOVE HierParentId TO GxParentId(WSGrpFound)
                   MOVE ZERO TO GxMembers(WSGrpFound)
                   MOVE ZERO TO GxLimit(WSGrpFound)
                   MOVE ZERO TO GxBalance(WSGrpFound)
                   MOVE HierParentId TO WSMemberId
                   PERFORM AddGroupMember
               END-IF
               MOVE HierChildId TO WSMemberId
               PERFORM AddGroupMember.

           AddGroupMember.
               ADD 1 TO GxMembers(WSGrpFound)
               MOVE WSMemberId TO LimIDNum
               READ LimitFile
                   NOT INVALID KEY
                       ADD LimAmount TO GxLimit(WSGrpFound)
               END-READ
               MOVE WSMemberId TO BalIDNum
               READ BalanceFile
                   NOT INVALID KEY
                       ADD BalAmount TO GxBalance(WSGrpFound)
               END-READ.

           PrintOneGroup.
               COMPUTE WSExcess =
                   GxBalance(WSGrpIdx) - GxLimit(WSGrpIdx)
               MOVE SPACES TO PrnGrpFlag
               IF WSExcess > ZERO
                   ADD 1 TO WSGrpOverCount
                   ADD WSExcess TO WSGrpExposure
                   MOVE "  OVER" TO PrnGrpFlag
               END-IF
               MOVE GxParentId(WSGrpIdx) TO WSNameId
               PERFORM FetchCustomerName
               MOVE GxParentId(WSGrpIdx) TO PrnGrpId
               MOVE WSCustName TO PrnGrpName
               MOVE GxLimit(WSGrpIdx) TO PrnGrpLimit
               MOVE GxBalance(WSGrpIdx) TO PrnGrpBalance
               MOVE WSExcess TO PrnGrpExcess
               MOVE GxMembers(WSGrpIdx) TO PrnGrpAccts
               WRITE ExposureLine FROM GroupLine
                   AFTER ADVANCING 1 LINE.

           WriteRunLogRecord.
               CALL 'RunLog' USING WSLogStepName WSLogEvent
                   WSLogRecords WSLogRejects WSLogRC
