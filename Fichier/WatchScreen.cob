      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. WatchScreen.

      *|==============================================================|
      *    WatchScreen is the sanctions screening service: hand it a
      *    customer record and it compares the customer against every
      *    entry on the loaded watch list (CUSTWATCH, default
      *    WatchList.dat, WatchRec.cpy layout) and puts each possible
      *    match on the review queue (CUSTSANCT, default
      *    SanctHits.dat, SanctRec.cpy layout) as pending, for a
      *    supervisor to clear or confirm on the SanctReview screen.
      *    LK-HitCount comes back with the number of hits queued by
      *    this call; LK-FoundBy names the caller on the queue line
      *    (ADD, CSVIMP, MERGE, RESCREEN, ...).
      *
      *    A person's surname (and a business's company name) is
      *    compared two ways: exactly as listed, or by Soundex code
      *    so a transliterated or mis-keyed spelling still surfaces.
      *    A person also needs the listed given name (or, for a
      *    sounds-alike surname, its first letter) to agree, unless
      *    the list gives none. The street with its number, the city,
      *    and the country are compared too; they never make a hit on
      *    their own, but raise its score:
      *        exact name 70 / sounds alike 40, address +20,
      *        country +10.
      *    A customer already on the queue against the same entry --
      *    pending, cleared, confirmed, or released -- is not queued
      *    again, so a re-screen only brings up what is new.
      *
      *    The list and the queue's keys are read once, on the first
      *    call, in the LegalCheck manner; a step that loads a new
      *    list CANCELs this program so the next call reads it.
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT WatchFile ASSIGN TO WSWatchFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSWatchStatus.

               SELECT HitFile ASSIGN TO WSHitFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSHitStatus.

      *|==============================================================|

       DATA DIVISION.

           FILE SECTION.

               FD WatchFile.
                   COPY "WatchRec.cpy".

               FD HitFile.
                   COPY "SanctRec.cpy".

           WORKING-STORAGE SECTION.

               1 WSWatchFileName PIC X(100).
               1 WSHitFileName PIC X(100).

               1 WSWatchStatus PIC X(2).
                   88 WSWatchOK VALUE '00'.
               1 WSHitStatus PIC X(2).
                   88 WSHitOK VALUE '00'.
                   88 WSHitMissing VALUE '35'.

               1 WSEOF PIC X(1).
                   88 WSAtEOF VALUE 'Y'.

               1 WSSetupFlag PIC X(1) VALUE 'N'.
                   88 WSSetupDone VALUE 'Y'.

               1 WSBizDateParm PIC X(8).
               1 WSRunDate PIC 9(8).

      *    The watch list held whole.
               1 WSWatchMax PIC 9(5) VALUE 5000.
               1 WSWatchCount PIC 9(5) VALUE ZERO.
               1 WatchTable.
                   2 WatchSlot OCCURS 5000 TIMES.
                       3 WTEntryId PIC X(10).
                       3 WTListDate PIC 9(8).
                       3 WTEntityType PIC X(1).
                           88 WTIndividual VALUE 'I'.
                           88 WTEntity VALUE 'E'.
                       3 WTSurname PIC X(30).
                       3 WTGiven PIC X(30).
                       3 WTSoundex PIC X(4).
                       3 WTStreet PIC X(40).
                       3 WTCity PIC X(20).
                       3 WTCountry PIC X(2).
                       3 WTProgram PIC X(10).
               1 WSWatchIdx PIC 9(5).

      *    Customer and entry pairs already on the queue.
               1 WSKeyMax PIC 9(5) VALUE 5000.
               1 WSKeyCount PIC 9(5) VALUE ZERO.
               1 KeyTable.
                   2 KeySlot OCCURS 5000 TIMES.
                       3 KeyIDNum PIC 9(7).
                       3 KeyEntryId PIC X(10).
               1 WSKeyIdx PIC 9(5).
               1 WSKeyFoundFlag PIC X(1).
                   88 WSKeyFound VALUE 'Y'.

      *    The customer as compared: upper case, the given name cut
      *    to its first word, the street with its number in front.
               1 WSCustSurname PIC X(15).
               1 WSCustGiven PIC X(15).
               1 WSCustCompany PIC X(30).
               1 WSCustStreet PIC X(40).
               1 WSCustCity PIC X(20).
               1 WSCustCountry PIC X(2).
               1 WSCustSoundex PIC X(4).
               1 WSCompanySoundex PIC X(4).
               1 WSSoundexName PIC X(15).
               1 WSAddrNumEdit PIC ZZ9.

               1 WSGivenWork PIC X(15).
               1 WSListGiven PIC X(15).

               1 WSNameMatch PIC X(1).
               1 WSAddrMatch PIC X(1).
               1 WSCtryMatch PIC X(1).
               1 WSScore PIC 9(3).

      *|==============================================================|

       LINKAGE SECTION.

               COPY "CustRec.cpy".
               1 LK-FoundBy PIC X(8).
               1 LK-HitCount PIC 9(3).

       PROCEDURE DIVISION USING CustomerData LK-FoundBy LK-HitCount.

           MainLine.
               CALL 'ParmLoad'
               IF NOT WSSetupDone
                   PERFORM FirstCallSetup
               END-IF
               MOVE ZERO TO LK-HitCount
               IF WSWatchCount = ZERO
                   GOBACK
               END-IF
               PERFORM PrepareCustomer
               PERFORM CompareOneEntry
                   VARYING WSWatchIdx FROM 1 BY 1
                   UNTIL WSWatchIdx > WSWatchCount
               GOBACK.

      *|==============================================================|
      *    PrepareCustomer puts the customer's name and address in
      *    the list's shape once, ahead of the comparisons.
      *|==============================================================|

           PrepareCustomer.
               MOVE FUNCTION UPPER-CASE(LastName) TO WSCustSurname
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(FirstName))
                   TO WSGivenWork
               MOVE SPACES TO WSCustGiven
               UNSTRING WSGivenWork DELIMITED BY ALL SPACE
                   INTO WSCustGiven
               END-UNSTRING
               MOVE FUNCTION UPPER-CASE(CustCompanyName)
                   TO WSCustCompany
               MOVE SPACES TO WSCustStreet
               IF CustAddrNum IS NUMERIC AND CustAddrNum > ZERO
                   MOVE CustAddrNum TO WSAddrNumEdit
                   STRING FUNCTION TRIM(WSAddrNumEdit) " "
                          FUNCTION UPPER-CASE(CustAddrStreet)
                       DELIMITED BY SIZE INTO WSCustStreet
                   END-STRING
               ELSE
                   MOVE FUNCTION UPPER-CASE(CustAddrStreet)
                       TO WSCustStreet
               END-IF
               MOVE FUNCTION UPPER-CASE(CustAddrCity) TO WSCustCity
               MOVE CustAddrCountry TO WSCustCountry
               IF WSCustCountry = SPACES
                   MOVE "US" TO WSCustCountry
               END-IF
               MOVE SPACES TO WSCustSoundex
               IF WSCustSurname NOT = SPACES
                   MOVE WSCustSurname TO WSSoundexName
                   CALL 'Soundex' USING WSSoundexName WSCustSoundex
               END-IF
               MOVE SPACES TO WSCompanySoundex
               IF WSCustCompany NOT = SPACES
                   MOVE WSCustCompany(1:15) TO WSSoundexName
                   CALL 'Soundex' USING WSSoundexName
                       WSCompanySoundex
               END-IF.

      *|==============================================================|
      *    CompareOneEntry judges the customer against one list
      *    entry: a person against the surname and given name, a
      *    business against the entity name.
      *|==============================================================|

           CompareOneEntry.
               MOVE SPACE TO WSNameMatch
               IF WTIndividual(WSWatchIdx)
                   AND WSCustSurname NOT = SPACES
                   PERFORM CompareIndividual
               END-IF
               IF WTEntity(WSWatchIdx)
                   AND WSCustCompany NOT = SPACES
                   PERFORM CompareEntity
               END-IF
               IF WSNameMatch = SPACE
                   EXIT PARAGRAPH
               END-IF
               MOVE 'N' TO WSAddrMatch
               IF WTStreet(WSWatchIdx) NOT = SPACES
                   AND WTStreet(WSWatchIdx) = WSCustStreet
                   AND (WTCity(WSWatchIdx) = SPACES
                       OR WTCity(WSWatchIdx) = WSCustCity)
                   MOVE 'Y' TO WSAddrMatch
               END-IF
               MOVE 'N' TO WSCtryMatch
               IF WTCountry(WSWatchIdx) NOT = SPACES
                   AND WTCountry(WSWatchIdx) = WSCustCountry
                   MOVE 'Y' TO WSCtryMatch
               END-IF
               IF WSNameMatch = 'E'
                   MOVE 70 TO WSScore
               ELSE
                   MOVE 40 TO WSScore
               END-IF
               IF WSAddrMatch = 'Y'
                   ADD 20 TO WSScore
               END-IF
               IF WSCtryMatch = 'Y'
                   ADD 10 TO WSScore
               END-IF
               PERFORM QueueHit.

           CompareIndividual.
               MOVE SPACES TO WSListGiven
               UNSTRING WTGiven(WSWatchIdx) DELIMITED BY ALL SPACE
                   INTO WSListGiven
               END-UNSTRING
               IF WTSurname(WSWatchIdx) = WSCustSurname
                   AND (WSListGiven = SPACES
                       OR WSListGiven = WSCustGiven)
                   MOVE 'E' TO WSNameMatch
                   EXIT PARAGRAPH
               END-IF
               IF WTSoundex(WSWatchIdx) = WSCustSoundex
                   AND (WSListGiven = SPACES
                       OR WSListGiven(1:1) = WSCustGiven(1:1))
                   MOVE 'S' TO WSNameMatch
               END-IF.

           CompareEntity.
               IF WTSurname(WSWatchIdx) = WSCustCompany
                   MOVE 'E' TO WSNameMatch
                   EXIT PARAGRAPH
               END-IF
               IF WTSoundex(WSWatchIdx) = WSCompanySoundex
                   MOVE 'S' TO WSNameMatch
               END-IF.

      *|==============================================================|
      *    QueueHit appends the pending hit unless the customer is
      *    already on the queue against this entry.
      *|==============================================================|

           QueueHit.
               MOVE 'N' TO WSKeyFoundFlag
               PERFORM VARYING WSKeyIdx FROM 1 BY 1
                   UNTIL WSKeyIdx > WSKeyCount OR WSKeyFound
                   IF KeyIDNum(WSKeyIdx) = IDNum
                       AND KeyEntryId(WSKeyIdx) = WTEntryId(WSWatchIdx)
                       MOVE 'Y' TO WSKeyFoundFlag
                   END-IF
               END-PERFORM
               IF WSKeyFound
                   EXIT PARAGRAPH
               END-IF
               OPEN EXTEND HitFile
               IF WSHitMissing
                   OPEN OUTPUT HitFile
               END-IF
               INITIALIZE SanctionHitRecord
               MOVE IDNum TO SanctIDNum
               MOVE WTEntryId(WSWatchIdx) TO SanctEntryId
               SET SanctPending TO TRUE
               MOVE WSNameMatch TO SanctNameMatch
               MOVE WSAddrMatch TO SanctAddrMatch
               MOVE WSCtryMatch TO SanctCtryMatch
               MOVE WSScore TO SanctScore
               IF WTIndividual(WSWatchIdx)
                   MOVE SPACES TO SanctWatchName
                   STRING FUNCTION TRIM(WTSurname(WSWatchIdx)) ", "
                          WTGiven(WSWatchIdx)
                       DELIMITED BY SIZE INTO SanctWatchName
                   END-STRING
               ELSE
                   MOVE WTSurname(WSWatchIdx) TO SanctWatchName
               END-IF
               MOVE WTProgram(WSWatchIdx) TO SanctProgram
               MOVE WTListDate(WSWatchIdx) TO SanctListDate
               MOVE WSRunDate TO SanctFoundDate
               MOVE LK-FoundBy TO SanctFoundBy
               WRITE SanctionHitRecord
               CLOSE HitFile
               ADD 1 TO LK-HitCount
               IF WSKeyCount < WSKeyMax
                   ADD 1 TO WSKeyCount
                   MOVE IDNum TO KeyIDNum(WSKeyCount)
                   MOVE WTEntryId(WSWatchIdx) TO KeyEntryId(WSKeyCount)
               END-IF.

      *|==============================================================|
      *    FirstCallSetup reads the list and the queue's keys.
      *|==============================================================|

           FirstCallSetup.
               SET WSSetupDone TO TRUE
               ACCEPT WSWatchFileName FROM ENVIRONMENT "CUSTWATCH"
                   ON EXCEPTION
                       MOVE "WatchList.dat" TO WSWatchFileName
               END-ACCEPT
               ACCEPT WSHitFileName FROM ENVIRONMENT "CUSTSANCT"
                   ON EXCEPTION
                       MOVE "SanctHits.dat" TO WSHitFileName
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
               MOVE ZERO TO WSWatchCount
               MOVE 'N' TO WSEOF
               OPEN INPUT WatchFile
               IF WSWatchOK
                   PERFORM UNTIL WSAtEOF
                       READ WatchFile
                           AT END SET WSAtEOF TO TRUE
                           NOT AT END
                               IF WSWatchCount < WSWatchMax
                                   ADD 1 TO WSWatchCount
                                   PERFORM TakeWatchEntry
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE WatchFile
               END-IF
               MOVE ZERO TO WSKeyCount
               MOVE 'N' TO WSEOF
               OPEN INPUT HitFile
               IF WSHitOK
                   PERFORM UNTIL WSAtEOF
                       READ HitFile
                           AT END SET WSAtEOF TO TRUE
                           NOT AT END
                               IF WSKeyCount < WSKeyMax
                                   ADD 1 TO WSKeyCount
                                   MOVE SanctIDNum
                                       TO KeyIDNum(WSKeyCount)
                                   MOVE SanctEntryId
                                       TO KeyEntryId(WSKeyCount)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE HitFile
               END-IF.

           TakeWatchEntry.
               MOVE WatchEntryId TO WTEntryId(WSWatchCount)
               MOVE WatchListDate TO WTListDate(WSWatchCount)
               MOVE WatchEntityType TO WTEntityType(WSWatchCount)
               MOVE FUNCTION UPPER-CASE(WatchSurname)
                   TO WTSurname(WSWatchCount)
               MOVE FUNCTION UPPER-CASE(WatchGiven)
                   TO WTGiven(WSWatchCount)
               MOVE WatchSoundex TO WTSoundex(WSWatchCount)
               MOVE FUNCTION UPPER-CASE(WatchStreet)
                   TO WTStreet(WSWatchCount)
               MOVE FUNCTION UPPER-CASE(WatchCity)
                   TO WTCity(WSWatchCount)
               MOVE WatchCountry TO WTCountry(WSWatchCount)
               MOVE WatchProgram TO WTProgram(WSWatchCount).

      *|==============================================================|
