      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AddrNotice.

      *|==============================================================|
      *    AddrNotice is the nightly step that tells a customer their
      *    mailing address was changed. Every JrnlUpdate on the live
      *    Journal.log (CUSTJRNL) whose before and after images
      *    differ in the address -- CustAddress, the country or the
      *    foreign postal code -- is a change, whoever keyed it:
      *    WriteFile, MergeTransactions, MassChange, AddrCorrImport.
      *    AddrClean's own entries (operator ADDRCLN) only put an
      *    address the customer already has into standard form, and
      *    are left out.
      *
      *    Each changed customer gets two letters through FormLetter:
      *        - a confirmation to the new address, the one on the
      *          master tonight (template CUSTADDRLTRN, default
      *          AddrNew.txt), and
      *        - a "did you request this?" notice to the address the
      *          day's first change replaced (template CUSTADDRLTRO,
      *          default AddrOld.txt), carried to FormLetter on the
      *          Id-list line because the master no longer holds it.
      *    Both letters mail under the standing campaign code
      *    (CUSTADDRCAMP, default ADDRCHG) and land in CampHist like
      *    any other mailing. A change is a notice, not a promotion:
      *    CampTrack's recency window is switched off for the two
      *    passes, but a customer SuppCheck says is not to be mailed
      *    is not mailed, and FormLetter still withholds a letter to
      *    an account under a legal hold.
      *
      *    Several changes to one customer in a day make one pair of
      *    letters; a customer whose address ends the day where it
      *    began gets none. The campaign history is read directly,
      *    so a change already lettered under the code on or after
      *    the day it was journaled is not lettered again on a
      *    rerun. The run's report (CUSTADDRRPT, default
      *    AddrNotice.rpt) lists every change found and what became
      *    of it.
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT JournalFile ASSIGN TO WSJournalFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSJournalFileStatus.

               SELECT CustomerFile ASSIGN TO WSCustFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS IDNum
                   ALTERNATE RECORD KEY IS LastName
                       WITH DUPLICATES
                   FILE STATUS IS WSFileStatus.

               SELECT NewListFile ASSIGN TO "AddrNew.ids"
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT OldListFile ASSIGN TO "AddrOld.ids"
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT CampHistFile ASSIGN TO WSCampHistName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSCampHistStatus.

               SELECT NoticeReport ASSIGN TO WSReportFileName
                   ORGANIZATION IS LINE SEQUENTIAL.

      *|==============================================================|

       DATA DIVISION.

           FILE SECTION.

               FD JournalFile.
                   COPY "JrnlRec.cpy".

               FD CustomerFile.
                   COPY "CustRec.cpy".

      *    Id-list lines with the mailing address after the Id, the
      *    form FormLetter sends to the address given.
               FD NewListFile.
                   1 NewListLine.
                       2 NewListId PIC 9(7).
                       2 NewListAddr PIC X(80).

               FD OldListFile.
                   1 OldListLine.
                       2 OldListId PIC 9(7).
                       2 OldListAddr PIC X(80).

               FD CampHistFile.
                   COPY "CampRec.cpy".

               FD NoticeReport.
                   1 NoticeLine PIC X(80).

           WORKING-STORAGE SECTION.

               1 WSJournalFileName PIC X(100).
               1 WSCustFileName PIC X(100).
               1 WSNewTemplate PIC X(100).
               1 WSOldTemplate PIC X(100).
               1 WSCampCode PIC X(8).
               1 WSReportFileName PIC X(100).
               1 WSCampHistName PIC X(100).

               1 WSJournalFileStatus PIC X(2).
                   88 WSJournalFileOK VALUE '00'.
               1 WSFileStatus PIC X(2).
                   88 WSFileOK VALUE '00'.
               1 WSCampHistStatus PIC X(2).
                   88 WSCampHistOK VALUE '00'.

               1 WSEOF PIC X(1).
                   88 WSAtEOF VALUE 'Y'.
               1 WSCampEOF PIC X(1).
                   88 WSCampAtEOF VALUE 'Y'.

               1 WSBizDateParm PIC X(8).
               1 WSRunDate PIC 9(8).

      *    The recency window in force for other mailings, put back
      *    once the two passes are done.
               1 WSSavedCampDays PIC X(3).

      *    Last date each Id was lettered under the campaign code.
               1 WSSentMax PIC 9(5) VALUE 20000.
               1 WSSentCount PIC 9(5) VALUE ZERO.
               1 WSSentIdx PIC 9(5).

               1 SentTable.
                   2 SentEntry OCCURS 20000 TIMES.
                       3 SentIDNum PIC 9(7).
                       3 SentDate PIC 9(8).

               1 WSSentFlag PIC X(1).
                   88 WSAlreadySent VALUE 'Y'.

      *    One line per changed customer: the address the first
      *    change of the day replaced, who made that change, and the
      *    address on the master tonight.
               1 WSChgMax PIC 9(4) VALUE 5000.
               1 WSChgCount PIC 9(4) VALUE ZERO.
               1 WSChgIdx PIC 9(4).
               1 WSChgOverflow PIC X(1) VALUE 'N'.
                   88 WSChgTableFull VALUE 'Y'.

               1 ChangeTable.
                   2 ChangeEntry OCCURS 5000 TIMES.
                       3 ChgIDNum PIC 9(7).
                       3 ChgDate PIC 9(8).
                       3 ChgOperator PIC X(8).
                       3 ChgOldAddr PIC X(80).
                       3 ChgNewAddr PIC X(80).
                       3 ChgStatus PIC X(1).
                           88 ChgMailed VALUE 'M'.
                           88 ChgReverted VALUE 'R'.
                           88 ChgNoMail VALUE 'S'.
                           88 ChgGone VALUE 'G'.

               1 WSFoundFlag PIC X(1).
                   88 WSChgFound VALUE 'Y'.

      *    The two customer images of a journal update, by name.
               COPY "CustRec.cpy"
                   REPLACING CustomerData BY WSBeforeCust
                             CustControlRecord BY WSBeforeCtl.

               COPY "CustRec.cpy"
                   REPLACING CustomerData BY WSAfterCust
                             CustControlRecord BY WSAfterCtl.

      *    A mailing address in the Id-list order: CustAddress, then
      *    the country and the foreign postal code.
               1 WSAddrWork.
                   2 WSAddrBlock PIC X(68).
                   2 WSAddrCountry PIC X(2).
                   2 WSAddrPostal PIC X(10).

               1 WSAddrView REDEFINES WSAddrWork.
                   2 WSAddrNum PIC 9(3).
                   2 WSAddrStreet PIC X(40).
                   2 WSAddrZip PIC X(5).
                   2 WSAddrCity PIC X(20).
                   2 FILLER PIC X(12).

               1 WSSuppIDNum PIC 9(7).
               1 WSSuppChannel PIC X(1) VALUE 'M'.
               1 WSSuppAnswer PIC X(1).
                   88 WSContactable VALUE 'Y'.

               1 WSMailedCount PIC 9(5) VALUE ZERO.
               1 WSRevertedCount PIC 9(5) VALUE ZERO.
               1 WSNoMailCount PIC 9(5) VALUE ZERO.
               1 WSGoneCount PIC 9(5) VALUE ZERO.
               1 WSRerunCount PIC 9(5) VALUE ZERO.

      *    Report lines.
               1 HeadLine1.
                   2 FILLER PIC X(34)
                       VALUE " Address-change notices, run date ".
                   2 PrnHeadDate PIC 9(8).

               1 HeadLine2.
                   2 FILLER PIC X(40)
                       VALUE " Id       Changed   By        Result".

               1 DetailLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnDetId PIC 9(7).
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnDetDate PIC 9(8).
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnDetOper PIC X(8).
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnDetResult PIC X(40).

               1 AddrLine.
                   2 FILLER PIC X(12) VALUE SPACE.
                   2 PrnAddrLabel PIC X(6).
                   2 PrnAddrText PIC X(62).

               1 TotalLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnTotLabel PIC X(32).
                   2 PrnTotCount PIC ZZZZZZ9.

      *    Standard report identification and catalog registration.
               1 WSBnrFunction PIC X(1).
               1 WSBnrReportName PIC X(20) VALUE "AddrNotice".
               1 WSBnrRequestor PIC X(8) VALUE "BATCH".
               1 WSBnrCount PIC 9(7) VALUE ZERO.
               1 WSBnrLine1 PIC X(80).
               1 WSBnrLine2 PIC X(80).

               1 WSCatReportName PIC X(20).
               1 WSCatFileName PIC X(100).
               1 WSCatPages PIC 9(4) VALUE ZERO.
               1 WSCatRecords PIC 9(7) VALUE ZERO.

      *    Run-log work area.
               1 WSLogStepName PIC X(20) VALUE "AddrNotice".
               1 WSLogEvent PIC X(1).
               1 WSLogRecords PIC 9(7) VALUE ZERO.
               1 WSLogRejects PIC 9(7) VALUE ZERO.
               1 WSLogRC PIC 9(4) VALUE ZERO.
               1 WSLogCapacity PIC 9(5) VALUE ZERO.

      *|==============================================================|

       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSJournalFileName FROM ENVIRONMENT "CUSTJRNL"
                   ON EXCEPTION
                       MOVE "Journal.log" TO WSJournalFileName
               END-ACCEPT
               ACCEPT WSCustFileName FROM ENVIRONMENT "CUSTMSTR"
                   ON EXCEPTION
                       MOVE "test.dat" TO WSCustFileName
               END-ACCEPT
               ACCEPT WSNewTemplate FROM ENVIRONMENT "CUSTADDRLTRN"
                   ON EXCEPTION
                       MOVE "AddrNew.txt" TO WSNewTemplate
               END-ACCEPT
               ACCEPT WSOldTemplate FROM ENVIRONMENT "CUSTADDRLTRO"
                   ON EXCEPTION
                       MOVE "AddrOld.txt" TO WSOldTemplate
               END-ACCEPT
               ACCEPT WSCampCode FROM ENVIRONMENT "CUSTADDRCAMP"
                   ON EXCEPTION
                       MOVE "ADDRCHG" TO WSCampCode
               END-ACCEPT
               ACCEPT WSReportFileName FROM ENVIRONMENT "CUSTADDRRPT"
                   ON EXCEPTION
                       MOVE "AddrNotice.rpt" TO WSReportFileName
               END-ACCEPT
               ACCEPT WSCampHistName FROM ENVIRONMENT "CUSTCAMPHIST"
                   ON EXCEPTION
                       MOVE "CampaignHist.dat" TO WSCampHistName
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
               PERFORM LoadSentIds
               PERFORM CollectChanges
               PERFORM BuildNoticeLists
               PERFORM PrintNoticeReport
               IF WSMailedCount = ZERO
                   DISPLAY "AddrNotice: no address-change notices for "
                       WSRunDate "."
                   MOVE 'E' TO WSLogEvent
                   PERFORM WriteRunLogRecord
                   GOBACK
               END-IF
               PERFORM RunLetterPasses
               MOVE WSMailedCount TO WSLogRecords
               MOVE 'E' TO WSLogEvent
               PERFORM WriteRunLogRecord
               DISPLAY "AddrNotice: " WSMailedCount
                   " address changes noticed for " WSRunDate "."
               GOBACK.

      *|==============================================================|
      *    LoadSentIds keeps, for each Id already lettered under the
      *    campaign code, the latest date it was lettered.
      *|==============================================================|

           LoadSentIds.
               MOVE 'N' TO WSCampEOF
               OPEN INPUT CampHistFile
               IF NOT WSCampHistOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSCampAtEOF
                   READ CampHistFile
                       AT END SET WSCampAtEOF TO TRUE
                       NOT AT END
                           IF CampCode = WSCampCode
                               PERFORM NoteOneSent
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CampHistFile.

           NoteOneSent.
               PERFORM VARYING WSSentIdx FROM 1 BY 1
                       UNTIL WSSentIdx > WSSentCount
                   IF SentIDNum(WSSentIdx) = CampIDNum
                       IF CampDate > SentDate(WSSentIdx)
                           MOVE CampDate TO SentDate(WSSentIdx)
                       END-IF
                       EXIT PARAGRAPH
                   END-IF
               END-PERFORM
               IF WSSentCount < WSSentMax
                   ADD 1 TO WSSentCount
                   MOVE CampIDNum TO SentIDNum(WSSentCount)
                   MOVE CampDate TO SentDate(WSSentCount)
               END-IF.

      *|==============================================================|
      *    CollectChanges walks the live journal for the address
      *    changes up to the business date, keeping per customer the
      *    address the first of them replaced.
      *|==============================================================|

           CollectChanges.
               MOVE 'N' TO WSEOF
               OPEN INPUT JournalFile
               IF NOT WSJournalFileOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ JournalFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF JrnlUpdate
                               AND JrnlOperator NOT = "ADDRCLN"
                               AND JrnlTimestamp(1:8) <= WSBizDateParm
                               PERFORM CheckOneUpdate
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JournalFile.

           CheckOneUpdate.
               MOVE JrnlBeforeImage TO WSBeforeCust
               MOVE JrnlAfterImage TO WSAfterCust
               IF CustAddress OF WSBeforeCust
                       = CustAddress OF WSAfterCust
                   AND CustAddrCountry OF WSBeforeCust
                       = CustAddrCountry OF WSAfterCust
                   AND CustAddrPostal OF WSBeforeCust
                       = CustAddrPostal OF WSAfterCust
                   EXIT PARAGRAPH
               END-IF
      *    Already lettered for a change on or after this one's day:
      *    a rerun, or a change the last run has already covered.
               MOVE 'N' TO WSSentFlag
               PERFORM VARYING WSSentIdx FROM 1 BY 1
                       UNTIL WSSentIdx > WSSentCount
                   IF SentIDNum(WSSentIdx) = JrnlIDNum
                       AND SentDate(WSSentIdx)
                           >= JrnlTimestamp(1:8)
                       MOVE 'Y' TO WSSentFlag
                   END-IF
               END-PERFORM
               IF WSAlreadySent
                   ADD 1 TO WSRerunCount
                   EXIT PARAGRAPH
               END-IF
               MOVE 'N' TO WSFoundFlag
               PERFORM VARYING WSChgIdx FROM 1 BY 1
                       UNTIL WSChgIdx > WSChgCount
                   IF ChgIDNum(WSChgIdx) = JrnlIDNum
                       MOVE 'Y' TO WSFoundFlag
                   END-IF
               END-PERFORM
               IF WSChgFound
                   EXIT PARAGRAPH
               END-IF
               IF WSChgCount >= WSChgMax
                   SET WSChgTableFull TO TRUE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WSChgCount
               MOVE JrnlIDNum TO ChgIDNum(WSChgCount)
               MOVE JrnlTimestamp(1:8) TO ChgDate(WSChgCount)
               MOVE JrnlOperator TO ChgOperator(WSChgCount)
               MOVE CustAddress OF WSBeforeCust TO WSAddrBlock
               MOVE CustAddrCountry OF WSBeforeCust TO WSAddrCountry
               MOVE CustAddrPostal OF WSBeforeCust TO WSAddrPostal
               MOVE WSAddrWork TO ChgOldAddr(WSChgCount).

      *|==============================================================|
      *    BuildNoticeLists settles each change against the master
      *    as it stands tonight and lists the ones to be lettered:
      *    the new address on one Id list, the old on the other.
      *|==============================================================|

           BuildNoticeLists.
               OPEN INPUT CustomerFile
               IF NOT WSFileOK
                   DISPLAY "AddrNotice: customer file will not "
                       "open: " WSFileStatus
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               OPEN OUTPUT NewListFile
               OPEN OUTPUT OldListFile
               PERFORM SettleOneChange
                   VARYING WSChgIdx FROM 1 BY 1
                   UNTIL WSChgIdx > WSChgCount
               CLOSE CustomerFile, NewListFile, OldListFile.

           SettleOneChange.
               MOVE ChgIDNum(WSChgIdx) TO IDNum OF CustomerData
               READ CustomerFile
                   INVALID KEY
                       SET ChgGone(WSChgIdx) TO TRUE
                       ADD 1 TO WSGoneCount
                       EXIT PARAGRAPH
               END-READ
               MOVE CustAddress OF CustomerData TO WSAddrBlock
               MOVE CustAddrCountry OF CustomerData TO WSAddrCountry
               MOVE CustAddrPostal OF CustomerData TO WSAddrPostal
               MOVE WSAddrWork TO ChgNewAddr(WSChgIdx)
               IF ChgNewAddr(WSChgIdx) = ChgOldAddr(WSChgIdx)
                   SET ChgReverted(WSChgIdx) TO TRUE
                   ADD 1 TO WSRevertedCount
                   EXIT PARAGRAPH
               END-IF
               MOVE ChgIDNum(WSChgIdx) TO WSSuppIDNum
               CALL 'SuppCheck' USING WSSuppIDNum WSSuppChannel
                   WSSuppAnswer
               IF NOT WSContactable
                   SET ChgNoMail(WSChgIdx) TO TRUE
                   ADD 1 TO WSNoMailCount
                   EXIT PARAGRAPH
               END-IF
               MOVE ChgIDNum(WSChgIdx) TO NewListId
               MOVE ChgNewAddr(WSChgIdx) TO NewListAddr
               WRITE NewListLine
               MOVE ChgIDNum(WSChgIdx) TO OldListId
               MOVE ChgOldAddr(WSChgIdx) TO OldListAddr
               WRITE OldListLine
               SET ChgMailed(WSChgIdx) TO TRUE
               ADD 1 TO WSMailedCount.

      *|==============================================================|
      *    RunLetterPasses runs FormLetter once per list, each pass
      *    to its own print file, under the standing campaign code
      *    with the recency window off; the window in force is put
      *    back afterward and CampTrack cancelled so the next
      *    mailing run reads it afresh.
      *|==============================================================|

           RunLetterPasses.
               ACCEPT WSSavedCampDays FROM ENVIRONMENT "CUSTCAMPDAYS"
                   ON EXCEPTION
                       MOVE SPACES TO WSSavedCampDays
               END-ACCEPT
               DISPLAY "CUSTCAMPDAYS" UPON ENVIRONMENT-NAME
               DISPLAY "000" UPON ENVIRONMENT-VALUE
               DISPLAY "CUSTCAMPAIGN" UPON ENVIRONMENT-NAME
               DISPLAY WSCampCode UPON ENVIRONMENT-VALUE
               CANCEL 'CampTrack'
               DISPLAY "CUSTLETIDS" UPON ENVIRONMENT-NAME
               DISPLAY "AddrNew.ids" UPON ENVIRONMENT-VALUE
               DISPLAY "CUSTLETTER" UPON ENVIRONMENT-NAME
               DISPLAY WSNewTemplate UPON ENVIRONMENT-VALUE
               DISPLAY "CUSTLETOUT" UPON ENVIRONMENT-NAME
               DISPLAY "AddrNew.rpt" UPON ENVIRONMENT-VALUE
               CANCEL 'FormLetter'
               CALL 'FormLetter'
               DISPLAY "CUSTLETIDS" UPON ENVIRONMENT-NAME
               DISPLAY "AddrOld.ids" UPON ENVIRONMENT-VALUE
               DISPLAY "CUSTLETTER" UPON ENVIRONMENT-NAME
               DISPLAY WSOldTemplate UPON ENVIRONMENT-VALUE
               DISPLAY "CUSTLETOUT" UPON ENVIRONMENT-NAME
               DISPLAY "AddrOld.rpt" UPON ENVIRONMENT-VALUE
               CANCEL 'FormLetter'
               CALL 'FormLetter'
               CANCEL 'FormLetter'
               CANCEL 'CampTrack'
               DISPLAY "CUSTCAMPDAYS" UPON ENVIRONMENT-NAME
               DISPLAY WSSavedCampDays UPON ENVIRONMENT-VALUE
               MOVE ZERO TO RETURN-CODE.

      *|==============================================================|
      *    PrintNoticeReport lists every change found, the old and
      *    new address under it, and the night's counts.
      *|==============================================================|

           PrintNoticeReport.
               OPEN OUTPUT NoticeReport
               MOVE 'B' TO WSBnrFunction
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   WSBnrRequestor WSBnrCount WSBnrLine1 WSBnrLine2
               WRITE NoticeLine FROM WSBnrLine1
               WRITE NoticeLine FROM WSBnrLine2
               MOVE WSRunDate TO PrnHeadDate
               WRITE NoticeLine FROM HeadLine1
                   AFTER ADVANCING 1 LINE
               WRITE NoticeLine FROM HeadLine2
                   AFTER ADVANCING 2 LINES
               PERFORM PrintOneChange
                   VARYING WSChgIdx FROM 1 BY 1
                   UNTIL WSChgIdx > WSChgCount
               IF WSChgTableFull
                   MOVE SPACES TO NoticeLine
                   STRING " More than " DELIMITED BY SIZE
                          WSChgMax DELIMITED BY SIZE
                          " customers changed; the rest were not "
                              DELIMITED BY SIZE
                          "lettered." DELIMITED BY SIZE
                       INTO NoticeLine
                   END-STRING
                   WRITE NoticeLine AFTER ADVANCING 2 LINES
               END-IF
               MOVE "Changes lettered" TO PrnTotLabel
               MOVE WSMailedCount TO PrnTotCount
               WRITE NoticeLine FROM TotalLine
                   AFTER ADVANCING 2 LINES
               MOVE "Back to the first address" TO PrnTotLabel
               MOVE WSRevertedCount TO PrnTotCount
               WRITE NoticeLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE "Not mailed, do-not-contact" TO PrnTotLabel
               MOVE WSNoMailCount TO PrnTotCount
               WRITE NoticeLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE "No longer on the master" TO PrnTotLabel
               MOVE WSGoneCount TO PrnTotCount
               WRITE NoticeLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE "Entries already lettered" TO PrnTotLabel
               MOVE WSRerunCount TO PrnTotCount
               WRITE NoticeLine FROM TotalLine
                   AFTER ADVANCING 1 LINE
               MOVE 'T' TO WSBnrFunction
               MOVE WSMailedCount TO WSBnrCount
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   WSBnrRequestor WSBnrCount WSBnrLine1 WSBnrLine2
               WRITE NoticeLine FROM WSBnrLine1
                   AFTER ADVANCING 2 LINES
               CLOSE NoticeReport
               MOVE "AddrNotice" TO WSCatReportName
               MOVE WSReportFileName TO WSCatFileName
               MOVE WSMailedCount TO WSCatRecords
               CALL 'RptCatalog' USING WSCatReportName
                   WSCatFileName WSCatPages WSCatRecords.

           PrintOneChange.
               MOVE ChgIDNum(WSChgIdx) TO PrnDetId
               MOVE ChgDate(WSChgIdx) TO PrnDetDate
               MOVE ChgOperator(WSChgIdx) TO PrnDetOper
               EVALUATE TRUE
                   WHEN ChgMailed(WSChgIdx)
                       MOVE "Confirmation and notice mailed"
                           TO PrnDetResult
                   WHEN ChgReverted(WSChgIdx)
                       MOVE "Back to the first address, none sent"
                           TO PrnDetResult
                   WHEN ChgNoMail(WSChgIdx)
                       MOVE "Do-not-contact, none sent"
                           TO PrnDetResult
                   WHEN OTHER
                       MOVE "No longer on the master, none sent"
                           TO PrnDetResult
               END-EVALUATE
               WRITE NoticeLine FROM DetailLine
                   AFTER ADVANCING 1 LINE
               MOVE "Was" TO PrnAddrLabel
               MOVE ChgOldAddr(WSChgIdx) TO WSAddrWork
               PERFORM FormatAddress
               WRITE NoticeLine FROM AddrLine
                   AFTER ADVANCING 1 LINE
               IF ChgMailed(WSChgIdx)
                   MOVE "Now" TO PrnAddrLabel
                   MOVE ChgNewAddr(WSChgIdx) TO WSAddrWork
                   PERFORM FormatAddress
                   WRITE NoticeLine FROM AddrLine
                       AFTER ADVANCING 1 LINE
               END-IF.

           FormatAddress.
               MOVE SPACES TO PrnAddrText
               IF WSAddrCountry = 'US' OR WSAddrCountry = SPACES
                   STRING WSAddrNum DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WSAddrStreet DELIMITED BY "  "
                          ", " DELIMITED BY SIZE
                          WSAddrCity DELIMITED BY "  "
                          " " DELIMITED BY SIZE
                          WSAddrZip DELIMITED BY SIZE
                       INTO PrnAddrText
                   END-STRING
               ELSE
                   STRING WSAddrNum DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WSAddrStreet DELIMITED BY "  "
                          ", " DELIMITED BY SIZE
                          WSAddrCity DELIMITED BY "  "
                          " " DELIMITED BY SIZE
                          WSAddrPostal DELIMITED BY "  "
                          " " DELIMITED BY SIZE
                          WSAddrCountry DELIMITED BY SIZE
                       INTO PrnAddrText
                   END-STRING
               END-IF.

           WriteRunLogRecord.
               CALL 'RunLog' USING WSLogStepName WSLogEvent
                   WSLogRecords WSLogRejects WSLogRC
                   WSLogCapacity.

      *|==============================================================|
