      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MaskCopy.

      *|==============================================================|
      *    MaskCopy builds a masked copy of the production files for
      *    the test region, where GenTestData's synthetic volume is
      *    not enough: a real customer's wrong statement or a merge
      *    that misbehaved needs the real shapes -- the same Ids,
      *    balances, dates, codes, and history -- without the real
      *    people. It copies:
      *        the customer master  CUSTMSTR     -> CUSTMASKMSTR
      *        the balance file     CUSTBAL      -> CUSTMASKBAL
      *        the posting history  CUSTPOSTH    -> CUSTMASKPOSTH
      *        the audit journal    CUSTJRNL     -> CUSTMASKJRNL
      *        the customer notes   CUSTNOTES    -> CUSTMASKNOTES
      *        the campaign history CUSTCAMPHIST -> CUSTMASKCAMP
      *        the alternate addrs  CUSTALTADDR  -> CUSTMASKALT
      *    each output defaulting to the source's name with "Mask"
      *    in it (testmask.dat, CustBalMask.dat, ...). A run whose
      *    output would land on its own source is refused before
      *    anything is opened, so the live files are only read.
      *
      *    What is masked: first and last name, company name,
      *    street, email, and phone on the master and on both
      *    customer images of every journal entry; the street on
      *    the alternate-address file; the text of every note.
      *    Everything else -- Ids, the address number, ZIP, city,
      *    country and postal code, balances, amounts, dates,
      *    stamps, flags, and codes -- is copied as it stands.
      *
      *    The masking is worked from the value, not the position:
      *    a name, street, email, or phone is replaced by one built
      *    from a running remainder over its characters and the
      *    masking seed (CUSTMASKSEED, six digits), so the same
      *    value masks to the same thing wherever it appears. A
      *    customer's master record and the after image of the
      *    journal entry that last wrote it still agree byte for
      *    byte, ChangeHistory still shows exactly the fields an
      *    update changed, and two customers who shared a surname
      *    or a phone still do for DupFinder and CustMerge to find.
      *    Names and streets are built from syllables, emails are a
      *    syllable word at example.com, and phones keep their
      *    punctuation with every digit replaced. Note text keeps
      *    its shape -- each letter becomes an x, each digit a 9 --
      *    since nothing in it is needed to test with. A blank
      *    field stays blank. Change the seed between refreshes and
      *    a masked name cannot be looked up from an earlier copy.
      *
      *    Masking the journal changes its bytes, so the chained
      *    check values (JrnlChain) are worked out again over the
      *    masked entries, the first chained entry starting the
      *    chain; JrnlVerify proves the copy the way it proves an
      *    unanchored journal. Entries from before the chain was
      *    kept stay unchained.
      *
      *    The control report (CUSTMASKRPT, default MaskCopy.rpt)
      *    proves each file: records read from the source, records
      *    written, records counted back off the finished copy, and
      *    values masked. All three counts must agree. A source not
      *    on disk is copied as nothing and noted; the customer
      *    master must be there. Return code 16 when an output
      *    cannot be written or a count disagrees, and then the
      *    copy is not to be handed over.
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT CustomerFile ASSIGN TO WSCustFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS IDNum OF CustomerData
                   ALTERNATE RECORD KEY IS
                       LastName OF CustomerData
                       WITH DUPLICATES
                   FILE STATUS IS WSInStatus.

               SELECT MaskCustFile ASSIGN TO WSMaskCustName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS IDNum OF MaskCustomerData
                   ALTERNATE RECORD KEY IS
                       LastName OF MaskCustomerData
                       WITH DUPLICATES
                   FILE STATUS IS WSOutStatus.

               SELECT BalanceFile ASSIGN TO WSBalFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS BalIDNum OF BalanceRecord
                   FILE STATUS IS WSInStatus.

               SELECT MaskBalFile ASSIGN TO WSMaskBalName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS BalIDNum OF MaskBalanceRecord
                   FILE STATUS IS WSOutStatus.

               SELECT HistoryFile ASSIGN TO WSHistFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PostHKey OF PostHistKeyView
                   FILE STATUS IS WSInStatus.

               SELECT MaskHistFile ASSIGN TO WSMaskHistName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PostHKey OF MaskHistKeyView
                   FILE STATUS IS WSOutStatus.

               SELECT JournalFile ASSIGN TO WSJournalFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSInStatus.

               SELECT MaskJrnlFile ASSIGN TO WSMaskJrnlName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSOutStatus.

               SELECT NotesFile ASSIGN TO WSNotesFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSInStatus.

               SELECT MaskNotesFile ASSIGN TO WSMaskNotesName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSOutStatus.

               SELECT CampHistFile ASSIGN TO WSCampHistName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSInStatus.

               SELECT MaskCampFile ASSIGN TO WSMaskCampName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSOutStatus.

               SELECT AltAddrFile ASSIGN TO WSAltFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSInStatus.

               SELECT MaskAltFile ASSIGN TO WSMaskAltName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSOutStatus.

               SELECT ControlReport ASSIGN TO WSReportFileName
                   ORGANIZATION IS LINE SEQUENTIAL.

      *|==============================================================|

       DATA DIVISION.

           FILE SECTION.

               FD CustomerFile.
                   COPY "CustRec.cpy".

               FD MaskCustFile.
                   COPY "CustRec.cpy"
                       REPLACING CustomerData BY MaskCustomerData
                                 CustControlRecord BY MaskCtlRecord.

               FD BalanceFile.
                   COPY "BalRec.cpy".

               FD MaskBalFile.
                   COPY "BalRec.cpy"
                       REPLACING BalanceRecord BY MaskBalanceRecord.

               FD HistoryFile.
                   COPY "PostRec.cpy".
                   COPY "PostHKey.cpy".

               FD MaskHistFile.
                   COPY "PostRec.cpy"
                       REPLACING PostHistRecord BY MaskHistRecord.
                   COPY "PostHKey.cpy"
                       REPLACING PostHistKeyView BY MaskHistKeyView.

               FD JournalFile.
                   COPY "JrnlRec.cpy".

               FD MaskJrnlFile.
                   COPY "JrnlRec.cpy"
                       REPLACING JournalRecord BY MaskJournalRecord.

               FD NotesFile.
                   COPY "NoteRec.cpy".

               FD MaskNotesFile.
                   COPY "NoteRec.cpy"
                       REPLACING NoteRecord BY MaskNoteRecord.

               FD CampHistFile.
                   COPY "CampRec.cpy".

               FD MaskCampFile.
                   COPY "CampRec.cpy"
                       REPLACING CampaignHistRecord BY MaskCampRecord.

               FD AltAddrFile.
                   COPY "AltAddr.cpy".

               FD MaskAltFile.
                   COPY "AltAddr.cpy"
                       REPLACING AltAddressRecord BY MaskAltRecord.

               FD ControlReport.
                   1 ControlLine PIC X(100).

           WORKING-STORAGE SECTION.

               1 WSCustFileName PIC X(100).
               1 WSBalFileName PIC X(100).
               1 WSHistFileName PIC X(100).
               1 WSJournalFileName PIC X(100).
               1 WSNotesFileName PIC X(100).
               1 WSCampHistName PIC X(100).
               1 WSAltFileName PIC X(100).

               1 WSMaskCustName PIC X(100).
               1 WSMaskBalName PIC X(100).
               1 WSMaskHistName PIC X(100).
               1 WSMaskJrnlName PIC X(100).
               1 WSMaskNotesName PIC X(100).
               1 WSMaskCampName PIC X(100).
               1 WSMaskAltName PIC X(100).

               1 WSReportFileName PIC X(100).

               1 WSInStatus PIC X(2).
                   88 WSInOK VALUE '00'.
               1 WSOutStatus PIC X(2).
                   88 WSOutOK VALUE '00'.

               1 WSEOF PIC X(1).
                   88 WSAtEOF VALUE 'Y'.

               1 WSFailFlag PIC X(1) VALUE 'N'.
                   88 WSCopyFailed VALUE 'Y'.

               1 WSBizDateParm PIC X(8).
               1 WSRunDate PIC 9(8).

               1 WSSeedParm PIC X(6).
               1 WSSeed PIC 9(6) VALUE 314159.

      *    One control line per file copied, in the order copied.
               1 WSFileNameLits.
                   2 FILLER PIC X(12) VALUE "Master      ".
                   2 FILLER PIC X(12) VALUE "Balances    ".
                   2 FILLER PIC X(12) VALUE "PostHist    ".
                   2 FILLER PIC X(12) VALUE "Journal     ".
                   2 FILLER PIC X(12) VALUE "Notes       ".
                   2 FILLER PIC X(12) VALUE "CampHist    ".
                   2 FILLER PIC X(12) VALUE "AltAddr     ".
               1 WSFileNameTable REDEFINES WSFileNameLits.
                   2 WSFileLabel OCCURS 7 TIMES PIC X(12).

               1 ControlTable.
                   2 CtlEntry OCCURS 7 TIMES.
                       3 CtlSourceFlag PIC X(1).
                           88 CtlNoSource VALUE 'N'.
                       3 CtlRead PIC 9(9).
                       3 CtlWritten PIC 9(9).
                       3 CtlOnCopy PIC 9(9).
                       3 CtlMasked PIC 9(9).
               1 WSFileIdx PIC 9(1).

      *    The customer image being masked: a master record or one
      *    of a journal entry's images.
               COPY "CustRec.cpy"
                   REPLACING CustomerData BY WSMaskCust
                             CustControlRecord BY WSMaskCtl.

      *    The value being masked and the remainder worked over it.
               1 WSHashText PIC X(60).
               1 WSHashPos PIC 9(4) COMP.
               1 WSHashByte PIC 9(4) COMP.
               1 WSHashWork PIC 9(12) COMP.
               1 WSHashQuot PIC 9(12) COMP.
               1 WSHash PIC 9(6).

      *    Syllables the masked names and streets are built from,
      *    sixteen so each takes one hex digit of the remainder.
               1 WSSyllableLits.
                   2 FILLER PIC X(16) VALUE "kalomineratovusa".
                   2 FILLER PIC X(16) VALUE "depolimanurotibe".
               1 WSSyllableTable REDEFINES WSSyllableLits.
                   2 WSSyllable OCCURS 16 TIMES PIC X(2).
               1 WSSylCount PIC 9(1).
               1 WSSylIdx PIC 9(2).
               1 WSSylNum PIC 9(1).
               1 WSSylWork PIC 9(12) COMP.
               1 WSWord PIC X(20).
               1 WSWordPos PIC 9(2).
               1 WSMaskedValue PIC X(60).

               1 WSPhoneDigits PIC 9(12).
               1 WSPhoneWork PIC 9(13).
               1 WSDigitPos PIC 9(2).
               1 WSCharPos PIC 9(2).

      *    Journal re-chaining over the masked entries.
               1 WSChainFunction PIC X(1).
               1 WSChainValue PIC X(16).
               1 WSPrevChain PIC X(16).
               1 WSChainStartFlag PIC X(1).
                   88 WSChainStarted VALUE 'Y'.

               1 WSMaskedThisRecord PIC 9(2).

               1 HeadLine1.
                   2 FILLER PIC X(36)
                       VALUE " Masked test copy -- control totals".
                   2 FILLER PIC X(9) VALUE " run on  ".
                   2 PrnHeadDate PIC 9(8).

               1 HeadLine2.
                   2 FILLER PIC X(13) VALUE " File".
                   2 FILLER PIC X(12) VALUE "   From src".
                   2 FILLER PIC X(12) VALUE "    Written".
                   2 FILLER PIC X(12) VALUE "    On copy".
                   2 FILLER PIC X(12) VALUE "     Masked".
                   2 FILLER PIC X(10) VALUE "  Result".

               1 DetailLine.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnFileLabel PIC X(12).
                   2 PrnRead PIC ZZZ,ZZZ,ZZ9.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnWritten PIC ZZZ,ZZZ,ZZ9.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnOnCopy PIC ZZZ,ZZZ,ZZ9.
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnMasked PIC ZZZ,ZZZ,ZZ9.
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnResult PIC X(20).

               1 MessageLine PIC X(100).

      *    Standard report identification and catalog registration.
               1 WSBnrFunction PIC X(1).
               1 WSBnrReportName PIC X(20) VALUE "MaskCopy".
               1 WSBnrRequestor PIC X(8) VALUE "BATCH".
               1 WSBnrCount PIC 9(7) VALUE ZERO.
               1 WSBnrLine1 PIC X(80).
               1 WSBnrLine2 PIC X(80).

               1 WSCatReportName PIC X(20).
               1 WSCatFileName PIC X(100).
               1 WSCatPages PIC 9(4) VALUE ZERO.
               1 WSCatRecords PIC 9(7) VALUE ZERO.

      *    Run-log work area handed to the shared RunLog subprogram.
               1 WSLogStepName PIC X(20) VALUE "MaskCopy".
               1 WSLogEvent PIC X(1).
               1 WSLogRecords PIC 9(7) VALUE ZERO.
               1 WSLogRejects PIC 9(7) VALUE ZERO.
               1 WSLogRC PIC 9(4) VALUE ZERO.
               1 WSLogCapacity PIC 9(5) VALUE ZERO.

      *|==============================================================|

       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               PERFORM TakeFileNames
               IF WSCopyFailed
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE 'S' TO WSLogEvent
               PERFORM WriteRunLogRecord
               MOVE ZEROES TO ControlTable
               PERFORM VARYING WSFileIdx FROM 1 BY 1
                       UNTIL WSFileIdx > 7
                   MOVE 'Y' TO CtlSourceFlag(WSFileIdx)
               END-PERFORM
               PERFORM CopyMaster
               IF NOT WSCopyFailed
                   PERFORM CopyBalances
               END-IF
               IF NOT WSCopyFailed
                   PERFORM CopyHistory
               END-IF
               IF NOT WSCopyFailed
                   PERFORM CopyJournal
               END-IF
               IF NOT WSCopyFailed
                   PERFORM CopyNotes
               END-IF
               IF NOT WSCopyFailed
                   PERFORM CopyCampHist
               END-IF
               IF NOT WSCopyFailed
                   PERFORM CopyAltAddr
               END-IF
               IF NOT WSCopyFailed
                   PERFORM RecountCopies
               END-IF
               PERFORM PrintControlReport
               MOVE 'E' TO WSLogEvent
               MOVE CtlWritten(1) TO WSLogRecords
               IF WSCopyFailed
                   MOVE 16 TO WSLogRC
                   MOVE 1 TO WSLogRejects
               END-IF
               PERFORM WriteRunLogRecord
               IF WSCopyFailed
                   DISPLAY "MaskCopy: the masked copy is NOT fit to "
                       "hand over; see " FUNCTION TRIM(WSReportFileName)
                   MOVE 16 TO RETURN-CODE
               ELSE
                   DISPLAY "MaskCopy: masked copy complete, "
                       CtlWritten(1) " master records."
                   MOVE ZERO TO RETURN-CODE
               END-IF
               GOBACK.

      *|==============================================================|
      *    TakeFileNames reads the source and output names and the
      *    seed, and refuses any output named the same as its
      *    source.
      *|==============================================================|

           TakeFileNames.
               ACCEPT WSBizDateParm FROM ENVIRONMENT "CUSTBIZDATE"
                   ON EXCEPTION
                       MOVE SPACES TO WSBizDateParm
               END-ACCEPT
               IF WSBizDateParm = SPACES
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WSRunDate
               ELSE
                   MOVE WSBizDateParm TO WSRunDate
               END-IF
               ACCEPT WSSeedParm FROM ENVIRONMENT "CUSTMASKSEED"
                   ON EXCEPTION
                       MOVE SPACES TO WSSeedParm
               END-ACCEPT
               IF WSSeedParm IS NUMERIC
                   MOVE WSSeedParm TO WSSeed
               END-IF
               ACCEPT WSCustFileName FROM ENVIRONMENT "CUSTMSTR"
                   ON EXCEPTION
                       MOVE "test.dat" TO WSCustFileName
               END-ACCEPT
               ACCEPT WSBalFileName FROM ENVIRONMENT "CUSTBAL"
                   ON EXCEPTION
                       MOVE "CustBal.dat" TO WSBalFileName
               END-ACCEPT
               ACCEPT WSHistFileName FROM ENVIRONMENT "CUSTPOSTH"
                   ON EXCEPTION
                       MOVE "PostHist.dat" TO WSHistFileName
               END-ACCEPT
               ACCEPT WSJournalFileName FROM ENVIRONMENT "CUSTJRNL"
                   ON EXCEPTION
                       MOVE "Journal.log" TO WSJournalFileName
               END-ACCEPT
               ACCEPT WSNotesFileName FROM ENVIRONMENT "CUSTNOTES"
                   ON EXCEPTION
                       MOVE "CustNotes.dat" TO WSNotesFileName
               END-ACCEPT
               ACCEPT WSCampHistName FROM ENVIRONMENT "CUSTCAMPHIST"
                   ON EXCEPTION
                       MOVE "CampaignHist.dat" TO WSCampHistName
               END-ACCEPT
               ACCEPT WSAltFileName FROM ENVIRONMENT "CUSTALTADDR"
                   ON EXCEPTION
                       MOVE "AltAddr.dat" TO WSAltFileName
               END-ACCEPT
               ACCEPT WSMaskCustName FROM ENVIRONMENT "CUSTMASKMSTR"
                   ON EXCEPTION
                       MOVE "testmask.dat" TO WSMaskCustName
               END-ACCEPT
               ACCEPT WSMaskBalName FROM ENVIRONMENT "CUSTMASKBAL"
                   ON EXCEPTION
                       MOVE "CustBalMask.dat" TO WSMaskBalName
               END-ACCEPT
               ACCEPT WSMaskHistName FROM ENVIRONMENT "CUSTMASKPOSTH"
                   ON EXCEPTION
                       MOVE "PostHistMask.dat" TO WSMaskHistName
               END-ACCEPT
               ACCEPT WSMaskJrnlName FROM ENVIRONMENT "CUSTMASKJRNL"
                   ON EXCEPTION
                       MOVE "JournalMask.log" TO WSMaskJrnlName
               END-ACCEPT
               ACCEPT WSMaskNotesName FROM ENVIRONMENT "CUSTMASKNOTES"
                   ON EXCEPTION
                       MOVE "CustNotesMask.dat" TO WSMaskNotesName
               END-ACCEPT
               ACCEPT WSMaskCampName FROM ENVIRONMENT "CUSTMASKCAMP"
                   ON EXCEPTION
                       MOVE "CampaignHistMask.dat" TO WSMaskCampName
               END-ACCEPT
               ACCEPT WSMaskAltName FROM ENVIRONMENT "CUSTMASKALT"
                   ON EXCEPTION
                       MOVE "AltAddrMask.dat" TO WSMaskAltName
               END-ACCEPT
               ACCEPT WSReportFileName FROM ENVIRONMENT "CUSTMASKRPT"
                   ON EXCEPTION
                       MOVE "MaskCopy.rpt" TO WSReportFileName
               END-ACCEPT
               IF WSMaskCustName = WSCustFileName
                   OR WSMaskBalName = WSBalFileName
                   OR WSMaskHistName = WSHistFileName
                   OR WSMaskJrnlName = WSJournalFileName
                   OR WSMaskNotesName = WSNotesFileName
                   OR WSMaskCampName = WSCampHistName
                   OR WSMaskAltName = WSAltFileName
                   DISPLAY "MaskCopy: an output is named the same as "
                       "its source; nothing copied."
                   SET WSCopyFailed TO TRUE
               END-IF.

      *|==============================================================|
      *    CopyMaster copies the master in Id order, header and
      *    trailer untouched, every customer masked.
      *|==============================================================|

           CopyMaster.
               MOVE 1 TO WSFileIdx
               OPEN INPUT CustomerFile
               IF NOT WSInOK
                   DISPLAY "MaskCopy: no customer master at "
                       FUNCTION TRIM(WSCustFileName)
                   MOVE 'N' TO CtlSourceFlag(WSFileIdx)
                   SET WSCopyFailed TO TRUE
                   EXIT PARAGRAPH
               END-IF
               OPEN OUTPUT MaskCustFile
               IF NOT WSOutOK
                   PERFORM NoteOutputFailure
                   CLOSE CustomerFile
                   EXIT PARAGRAPH
               END-IF
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSAtEOF
                   READ CustomerFile NEXT RECORD
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           PERFORM CopyOneCustomer
                   END-READ
               END-PERFORM
               CLOSE CustomerFile, MaskCustFile.

           CopyOneCustomer.
               ADD 1 TO CtlRead(WSFileIdx)
               MOVE CustomerData TO WSMaskCust
               IF IDNum OF CustomerData NOT = ZERO
                   AND IDNum OF CustomerData NOT = 9999999
                   PERFORM MaskCustomerImage
                   ADD WSMaskedThisRecord TO CtlMasked(WSFileIdx)
               END-IF
               MOVE WSMaskCust TO MaskCustomerData
               WRITE MaskCustomerData
                   INVALID KEY
                       DISPLAY "MaskCopy: master write failed for "
                           IDNum OF CustomerData
                       SET WSCopyFailed TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO CtlWritten(WSFileIdx)
               END-WRITE.

      *|==============================================================|
      *    The balance file and the posting history carry nothing
      *    personal and go across record for record.
      *|==============================================================|

           CopyBalances.
               MOVE 2 TO WSFileIdx
               OPEN INPUT BalanceFile
               IF NOT WSInOK
                   MOVE 'N' TO CtlSourceFlag(WSFileIdx)
               END-IF
               OPEN OUTPUT MaskBalFile
               IF NOT WSOutOK
                   PERFORM NoteOutputFailure
                   IF NOT CtlNoSource(WSFileIdx)
                       CLOSE BalanceFile
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               IF CtlNoSource(WSFileIdx)
                   CLOSE MaskBalFile
                   EXIT PARAGRAPH
               END-IF
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSAtEOF
                   READ BalanceFile NEXT RECORD
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           ADD 1 TO CtlRead(WSFileIdx)
                           MOVE BalanceRecord TO MaskBalanceRecord
                           WRITE MaskBalanceRecord
                               INVALID KEY
                                   SET WSCopyFailed TO TRUE
                               NOT INVALID KEY
                                   ADD 1 TO CtlWritten(WSFileIdx)
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE BalanceFile, MaskBalFile.

           CopyHistory.
               MOVE 3 TO WSFileIdx
               OPEN INPUT HistoryFile
               IF NOT WSInOK
                   MOVE 'N' TO CtlSourceFlag(WSFileIdx)
               END-IF
               OPEN OUTPUT MaskHistFile
               IF NOT WSOutOK
                   PERFORM NoteOutputFailure
                   IF NOT CtlNoSource(WSFileIdx)
                       CLOSE HistoryFile
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               IF CtlNoSource(WSFileIdx)
                   CLOSE MaskHistFile
                   EXIT PARAGRAPH
               END-IF
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSAtEOF
                   READ HistoryFile NEXT RECORD
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           ADD 1 TO CtlRead(WSFileIdx)
                           MOVE PostHistKeyView TO MaskHistKeyView
                           WRITE MaskHistKeyView
                               INVALID KEY
                                   SET WSCopyFailed TO TRUE
                               NOT INVALID KEY
                                   ADD 1 TO CtlWritten(WSFileIdx)
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE HistoryFile, MaskHistFile.

      *|==============================================================|
      *    CopyJournal masks both customer images of every entry
      *    that carries them and re-chains the entries that were
      *    chained. An operator lockout (Id zero) carries no
      *    customer and goes across as written.
      *|==============================================================|

           CopyJournal.
               MOVE 4 TO WSFileIdx
               OPEN INPUT JournalFile
               IF NOT WSInOK
                   MOVE 'N' TO CtlSourceFlag(WSFileIdx)
               END-IF
               OPEN OUTPUT MaskJrnlFile
               IF NOT WSOutOK
                   PERFORM NoteOutputFailure
                   IF NOT CtlNoSource(WSFileIdx)
                       CLOSE JournalFile
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               IF CtlNoSource(WSFileIdx)
                   CLOSE MaskJrnlFile
                   EXIT PARAGRAPH
               END-IF
               MOVE 'N' TO WSChainStartFlag
               MOVE SPACES TO WSPrevChain
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSAtEOF
                   READ JournalFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           PERFORM CopyOneJournalEntry
                   END-READ
               END-PERFORM
               CLOSE JournalFile, MaskJrnlFile.

           CopyOneJournalEntry.
               ADD 1 TO CtlRead(WSFileIdx)
               IF JrnlIDNum OF JournalRecord NOT = ZERO
                   IF JrnlBeforeImage OF JournalRecord NOT = SPACES
                       MOVE JrnlBeforeImage OF JournalRecord
                           TO WSMaskCust
                       PERFORM MaskCustomerImage
                       ADD WSMaskedThisRecord TO CtlMasked(WSFileIdx)
                       MOVE WSMaskCust
                           TO JrnlBeforeImage OF JournalRecord
                   END-IF
                   IF JrnlAfterImage OF JournalRecord NOT = SPACES
                       MOVE JrnlAfterImage OF JournalRecord
                           TO WSMaskCust
                       PERFORM MaskCustomerImage
                       ADD WSMaskedThisRecord TO CtlMasked(WSFileIdx)
                       MOVE WSMaskCust
                           TO JrnlAfterImage OF JournalRecord
                   END-IF
               END-IF
               IF JrnlChainValue OF JournalRecord NOT = SPACES
                   IF WSChainStarted
                       MOVE WSPrevChain TO WSChainValue
                   ELSE
                       MOVE ZEROS TO WSChainValue
                       SET WSChainStarted TO TRUE
                   END-IF
                   MOVE 'C' TO WSChainFunction
                   CALL 'JrnlChain' USING WSChainFunction
                       WSMaskJrnlName JournalRecord WSChainValue
                   MOVE WSChainValue TO JrnlChainValue OF JournalRecord
                   MOVE WSChainValue TO WSPrevChain
               END-IF
               MOVE JournalRecord TO MaskJournalRecord
               WRITE MaskJournalRecord
               ADD 1 TO CtlWritten(WSFileIdx).

           CopyNotes.
               MOVE 5 TO WSFileIdx
               OPEN INPUT NotesFile
               IF NOT WSInOK
                   MOVE 'N' TO CtlSourceFlag(WSFileIdx)
               END-IF
               OPEN OUTPUT MaskNotesFile
               IF NOT WSOutOK
                   PERFORM NoteOutputFailure
                   IF NOT CtlNoSource(WSFileIdx)
                       CLOSE NotesFile
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               IF CtlNoSource(WSFileIdx)
                   CLOSE MaskNotesFile
                   EXIT PARAGRAPH
               END-IF
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSAtEOF
                   READ NotesFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           ADD 1 TO CtlRead(WSFileIdx)
                           IF NoteText OF NoteRecord NOT = SPACES
                               PERFORM MaskNoteText
                               ADD 1 TO CtlMasked(WSFileIdx)
                           END-IF
                           MOVE NoteRecord TO MaskNoteRecord
                           WRITE MaskNoteRecord
                           ADD 1 TO CtlWritten(WSFileIdx)
                   END-READ
               END-PERFORM
               CLOSE NotesFile, MaskNotesFile.

           CopyCampHist.
               MOVE 6 TO WSFileIdx
               OPEN INPUT CampHistFile
               IF NOT WSInOK
                   MOVE 'N' TO CtlSourceFlag(WSFileIdx)
               END-IF
               OPEN OUTPUT MaskCampFile
               IF NOT WSOutOK
                   PERFORM NoteOutputFailure
                   IF NOT CtlNoSource(WSFileIdx)
                       CLOSE CampHistFile
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               IF CtlNoSource(WSFileIdx)
                   CLOSE MaskCampFile
                   EXIT PARAGRAPH
               END-IF
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSAtEOF
                   READ CampHistFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           ADD 1 TO CtlRead(WSFileIdx)
                           MOVE CampaignHistRecord TO MaskCampRecord
                           WRITE MaskCampRecord
                           ADD 1 TO CtlWritten(WSFileIdx)
                   END-READ
               END-PERFORM
               CLOSE CampHistFile, MaskCampFile.

           CopyAltAddr.
               MOVE 7 TO WSFileIdx
               OPEN INPUT AltAddrFile
               IF NOT WSInOK
                   MOVE 'N' TO CtlSourceFlag(WSFileIdx)
               END-IF
               OPEN OUTPUT MaskAltFile
               IF NOT WSOutOK
                   PERFORM NoteOutputFailure
                   IF NOT CtlNoSource(WSFileIdx)
                       CLOSE AltAddrFile
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               IF CtlNoSource(WSFileIdx)
                   CLOSE MaskAltFile
                   EXIT PARAGRAPH
               END-IF
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSAtEOF
                   READ AltAddrFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           ADD 1 TO CtlRead(WSFileIdx)
                           IF AAStreet OF AltAddressRecord
                                   NOT = SPACES
                               MOVE AAStreet OF AltAddressRecord
                                   TO WSHashText
                               PERFORM MaskStreetValue
                               MOVE WSMaskedValue
                                   TO AAStreet OF AltAddressRecord
                               ADD 1 TO CtlMasked(WSFileIdx)
                           END-IF
                           MOVE AltAddressRecord TO MaskAltRecord
                           WRITE MaskAltRecord
                           ADD 1 TO CtlWritten(WSFileIdx)
                   END-READ
               END-PERFORM
               CLOSE AltAddrFile, MaskAltFile.

           NoteOutputFailure.
               DISPLAY "MaskCopy: cannot write the "
                   FUNCTION TRIM(WSFileLabel(WSFileIdx))
                   " copy, status " WSOutStatus
               SET WSCopyFailed TO TRUE.

      *|==============================================================|
      *    MaskCustomerImage masks the personal fields of the
      *    customer image in WSMaskCust, counting the fields that
      *    had something to mask.
      *|==============================================================|

           MaskCustomerImage.
               MOVE ZERO TO WSMaskedThisRecord
               IF FirstName OF WSMaskCust NOT = SPACES
                   MOVE FirstName OF WSMaskCust TO WSHashText
                   MOVE 3 TO WSSylCount
                   PERFORM MaskNameValue
                   MOVE WSMaskedValue TO FirstName OF WSMaskCust
                   ADD 1 TO WSMaskedThisRecord
               END-IF
               IF LastName OF WSMaskCust NOT = SPACES
                   MOVE LastName OF WSMaskCust TO WSHashText
                   MOVE 4 TO WSSylCount
                   PERFORM MaskNameValue
                   MOVE WSMaskedValue TO LastName OF WSMaskCust
                   ADD 1 TO WSMaskedThisRecord
               END-IF
               IF CustCompanyName OF WSMaskCust NOT = SPACES
                   MOVE CustCompanyName OF WSMaskCust TO WSHashText
                   MOVE 4 TO WSSylCount
                   PERFORM MaskNameValue
                   MOVE SPACES TO CustCompanyName OF WSMaskCust
                   STRING WSMaskedValue DELIMITED BY SPACE
                          " Trading" DELIMITED BY SIZE
                       INTO CustCompanyName OF WSMaskCust
                   END-STRING
                   ADD 1 TO WSMaskedThisRecord
               END-IF
               IF CustAddrStreet OF WSMaskCust NOT = SPACES
                   MOVE CustAddrStreet OF WSMaskCust TO WSHashText
                   PERFORM MaskStreetValue
                   MOVE WSMaskedValue TO CustAddrStreet OF WSMaskCust
                   ADD 1 TO WSMaskedThisRecord
               END-IF
               IF CustEmail OF WSMaskCust NOT = SPACES
                   MOVE CustEmail OF WSMaskCust TO WSHashText
                   PERFORM MaskEmailValue
                   MOVE WSMaskedValue TO CustEmail OF WSMaskCust
                   ADD 1 TO WSMaskedThisRecord
               END-IF
               IF CustPhone OF WSMaskCust NOT = SPACES
                   MOVE CustPhone OF WSMaskCust TO WSHashText
                   PERFORM MaskPhoneValue
                   MOVE WSMaskedValue TO CustPhone OF WSMaskCust
                   ADD 1 TO WSMaskedThisRecord
               END-IF.

      *|==============================================================|
      *    HashValue works the remainder over WSHashText from the
      *    seed, the JrnlChain way: the same text always gives the
      *    same six digits.
      *|==============================================================|

           HashValue.
               MOVE WSSeed TO WSHashWork
               PERFORM VARYING WSHashPos FROM 1 BY 1
                   UNTIL WSHashPos > 60
                   COMPUTE WSHashByte =
                       FUNCTION ORD(WSHashText(WSHashPos:1))
                   COMPUTE WSHashWork = WSHashWork * 263
                       + WSHashByte + WSHashPos
                   DIVIDE WSHashWork BY 999983 GIVING WSHashQuot
                       REMAINDER WSHashWork
               END-PERFORM
               MOVE WSHashWork TO WSHash.

      *|==============================================================|
      *    BuildWord strings WSSylCount syllables together, one for
      *    each hex digit of the remainder, capitalized.
      *|==============================================================|

           BuildWord.
               MOVE SPACES TO WSWord
               MOVE 1 TO WSWordPos
               MOVE WSHash TO WSSylWork
               PERFORM VARYING WSSylNum FROM 1 BY 1
                   UNTIL WSSylNum > WSSylCount
                   DIVIDE WSSylWork BY 16 GIVING WSSylWork
                       REMAINDER WSSylIdx
                   ADD 1 TO WSSylIdx
                   MOVE WSSyllable(WSSylIdx) TO WSWord(WSWordPos:2)
                   ADD 2 TO WSWordPos
               END-PERFORM
               MOVE FUNCTION UPPER-CASE(WSWord(1:1)) TO WSWord(1:1).

           MaskNameValue.
               PERFORM HashValue
               PERFORM BuildWord
               MOVE WSWord TO WSMaskedValue.

           MaskStreetValue.
               PERFORM HashValue
               MOVE 3 TO WSSylCount
               PERFORM BuildWord
               MOVE SPACES TO WSMaskedValue
               STRING WSWord DELIMITED BY SPACE
                      " Road" DELIMITED BY SIZE
                   INTO WSMaskedValue
               END-STRING.

           MaskEmailValue.
               PERFORM HashValue
               MOVE 4 TO WSSylCount
               PERFORM BuildWord
               MOVE SPACES TO WSMaskedValue
               STRING FUNCTION LOWER-CASE(WSWord) DELIMITED BY SPACE
                      "@example.com" DELIMITED BY SIZE
                   INTO WSMaskedValue
               END-STRING.

      *|==============================================================|
      *    MaskPhoneValue keeps the separators where they stand and
      *    replaces each digit, in order, with the digits of a
      *    twelve-digit number drawn from the remainder.
      *|==============================================================|

           MaskPhoneValue.
               PERFORM HashValue
               COMPUTE WSPhoneWork = WSHash * 1000003 + WSSeed
               DIVIDE WSPhoneWork BY 1000000000000 GIVING WSHashQuot
                   REMAINDER WSPhoneDigits
               MOVE WSHashText TO WSMaskedValue
               MOVE 1 TO WSDigitPos
               PERFORM VARYING WSCharPos FROM 1 BY 1
                   UNTIL WSCharPos > 12
                   IF WSMaskedValue(WSCharPos:1) IS NUMERIC
                       MOVE WSPhoneDigits(WSDigitPos:1)
                           TO WSMaskedValue(WSCharPos:1)
                       ADD 1 TO WSDigitPos
                   END-IF
               END-PERFORM.

           MaskNoteText.
               INSPECT NoteText OF NoteRecord CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "xxxxxxxxxxxxxxxxxxxxxxxxxx"
               INSPECT NoteText OF NoteRecord CONVERTING
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789"
                   TO "XXXXXXXXXXXXXXXXXXXXXXXXXX9999999999".

      *|==============================================================|
      *    RecountCopies reads every finished copy back and counts
      *    it, the proof that what was written is what is on disk.
      *|==============================================================|

           RecountCopies.
               MOVE 1 TO WSFileIdx
               OPEN INPUT MaskCustFile
               IF WSOutOK
                   MOVE 'N' TO WSEOF
                   PERFORM UNTIL WSAtEOF
                       READ MaskCustFile NEXT RECORD
                           AT END SET WSAtEOF TO TRUE
                           NOT AT END ADD 1 TO CtlOnCopy(WSFileIdx)
                       END-READ
                   END-PERFORM
                   CLOSE MaskCustFile
               END-IF
               MOVE 2 TO WSFileIdx
               OPEN INPUT MaskBalFile
               IF WSOutOK
                   MOVE 'N' TO WSEOF
                   PERFORM UNTIL WSAtEOF
                       READ MaskBalFile NEXT RECORD
                           AT END SET WSAtEOF TO TRUE
                           NOT AT END ADD 1 TO CtlOnCopy(WSFileIdx)
                       END-READ
                   END-PERFORM
                   CLOSE MaskBalFile
               END-IF
               MOVE 3 TO WSFileIdx
               OPEN INPUT MaskHistFile
               IF WSOutOK
                   MOVE 'N' TO WSEOF
                   PERFORM UNTIL WSAtEOF
                       READ MaskHistFile NEXT RECORD
                           AT END SET WSAtEOF TO TRUE
                           NOT AT END ADD 1 TO CtlOnCopy(WSFileIdx)
                       END-READ
                   END-PERFORM
                   CLOSE MaskHistFile
               END-IF
               MOVE 4 TO WSFileIdx
               OPEN INPUT MaskJrnlFile
               IF WSOutOK
                   MOVE 'N' TO WSEOF
                   PERFORM UNTIL WSAtEOF
                       READ MaskJrnlFile
                           AT END SET WSAtEOF TO TRUE
                           NOT AT END ADD 1 TO CtlOnCopy(WSFileIdx)
                       END-READ
                   END-PERFORM
                   CLOSE MaskJrnlFile
               END-IF
               MOVE 5 TO WSFileIdx
               OPEN INPUT MaskNotesFile
               IF WSOutOK
                   MOVE 'N' TO WSEOF
                   PERFORM UNTIL WSAtEOF
                       READ MaskNotesFile
                           AT END SET WSAtEOF TO TRUE
                           NOT AT END ADD 1 TO CtlOnCopy(WSFileIdx)
                       END-READ
                   END-PERFORM
                   CLOSE MaskNotesFile
               END-IF
               MOVE 6 TO WSFileIdx
               OPEN INPUT MaskCampFile
               IF WSOutOK
                   MOVE 'N' TO WSEOF
                   PERFORM UNTIL WSAtEOF
                       READ MaskCampFile
                           AT END SET WSAtEOF TO TRUE
                           NOT AT END ADD 1 TO CtlOnCopy(WSFileIdx)
                       END-READ
                   END-PERFORM
                   CLOSE MaskCampFile
               END-IF
               MOVE 7 TO WSFileIdx
               OPEN INPUT MaskAltFile
               IF WSOutOK
                   MOVE 'N' TO WSEOF
                   PERFORM UNTIL WSAtEOF
                       READ MaskAltFile
                           AT END SET WSAtEOF TO TRUE
                           NOT AT END ADD 1 TO CtlOnCopy(WSFileIdx)
                       END-READ
                   END-PERFORM
                   CLOSE MaskAltFile
               END-IF.

           PrintControlReport.
               OPEN OUTPUT ControlReport
               MOVE 'B' TO WSBnrFunction
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   WSBnrRequestor WSBnrCount WSBnrLine1 WSBnrLine2
               WRITE ControlLine FROM WSBnrLine1
               WRITE ControlLine FROM WSBnrLine2
               MOVE WSRunDate TO PrnHeadDate
               WRITE ControlLine FROM HeadLine1
                   AFTER ADVANCING 1 LINE
               WRITE ControlLine FROM HeadLine2
                   AFTER ADVANCING 2 LINES
               PERFORM PrintOneFile
                   VARYING WSFileIdx FROM 1 BY 1
                   UNTIL WSFileIdx > 7
               IF WSCopyFailed
                   MOVE " The copy did not prove out and is not to "
                       & "be handed to the test region." TO MessageLine
               ELSE
                   MOVE " Every copy holds what its source held; "
                       & "personal fields masked." TO MessageLine
               END-IF
               WRITE ControlLine FROM MessageLine
                   AFTER ADVANCING 2 LINES
               MOVE 'T' TO WSBnrFunction
               MOVE CtlWritten(1) TO WSBnrCount
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   WSBnrRequestor WSBnrCount WSBnrLine1 WSBnrLine2
               WRITE ControlLine FROM WSBnrLine1
               CLOSE ControlReport
               MOVE "MaskCopy" TO WSCatReportName
               MOVE WSReportFileName TO WSCatFileName
               MOVE 7 TO WSCatRecords
               CALL 'RptCatalog' USING WSCatReportName
                   WSCatFileName WSCatPages WSCatRecords.

           PrintOneFile.
               MOVE WSFileLabel(WSFileIdx) TO PrnFileLabel
               MOVE CtlRead(WSFileIdx) TO PrnRead
               MOVE CtlWritten(WSFileIdx) TO PrnWritten
               MOVE CtlOnCopy(WSFileIdx) TO PrnOnCopy
               MOVE CtlMasked(WSFileIdx) TO PrnMasked
               EVALUATE TRUE
                   WHEN CtlRead(WSFileIdx) NOT = CtlWritten(WSFileIdx)
                       OR CtlRead(WSFileIdx) NOT = CtlOnCopy(WSFileIdx)
                       MOVE "COUNTS DIFFER" TO PrnResult
                       SET WSCopyFailed TO TRUE
                   WHEN CtlNoSource(WSFileIdx)
                       MOVE "no source file" TO PrnResult
                   WHEN OTHER
                       MOVE "matches" TO PrnResult
               END-EVALUATE
               WRITE ControlLine FROM DetailLine
                   AFTER ADVANCING 1 LINE.

           WriteRunLogRecord.
               CALL 'RunLog' USING WSLogStepName WSLogEvent
                   WSLogRecords WSLogRejects WSLogRC
                   WSLogCapacity.

      *|==============================================================|
