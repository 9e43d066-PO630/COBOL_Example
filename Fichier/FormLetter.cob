      *                balance file (blank when there is none) --
      *                this is what the audit balance-confirmation
      *                letters merge in
      *        &LIMIT  the customer's credit limit off the limit
      *                file (blank when there is none) -- the
      *                limit-decrease notice states the new one
      *    Target customers come from an Id-list file named by
      *    CUSTLETIDS (one full 7-digit Id per line); with no list,
      *    every active customer passing the CUSTSELECT criteria
      *    gets the letter -- "welcome letters for yesterday's adds"
      *    is an Id list, "closure notices for ZIP 75001" is a
      *    criteria file.
      *
      *    An Id-list line may carry a mailing address after the Id
      *    (number, street, ZIP, city, country, postal code in the
      *    CustAddress order); the letter then goes to that address
      *    as given, not to the master's or an AltAddr one -- the
      *    address-change notice to the address a customer has just
      *    left is written this way. The returned-mail flag speaks
      *    for the master's address only, so it does not hold such
      *    a letter back.
      *
      *    No letter goes to an account under a legal hold
      *    (LegalCheck: bankruptcy, deceased, litigation). Each one
      *    withheld is listed on the held-letter report (CUSTLETHELD,
      *    default LetterHeld.rpt), which every pass appends to under
      *    its own heading -- the dunning run calls in once a level.
      *
      *    A caller sending a notice the law requires (CUSTLETNOTICE
      *    set to Y -- the escheatment due-diligence letter) has it
      *    go to the last known address regardless: the campaign
      *    recency check, the do-not-contact flag, and the returned-
      *    mail flag do not suppress it. A legal hold still does.
      *
      *    Every letter written goes on the customer correspondence
      *    log through CorrLog, with the address it went to. The
      *    document type is CUSTCORRDOC when the caller sets it (the
      *    dunning, welcome, and audit-confirmation runs do), else
      *    LETTER; the template logged is the campaign code when
      *    CUSTCAMPAIGN is set, else the template file.
      *|==============================================================|

       ENVIRONMENT DIVISION.
               SELECT LetterFile ASSIGN TO WSLetterOutName
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT HeldFile ASSIGN TO WSHeldFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSHeldStatus.

               SELECT BalanceFile ASSIGN TO WSBalFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS BalIDNum
                   FILE STATUS IS WSBalFileStatus.

               SELECT LimitFile ASSIGN TO WSLimitFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS LimIDNum
                   FILE STATUS IS WSLimitFileStatus.

      *|==============================================================|

       DATA DIVISION.
                   1 TemplateLine PIC X(80).

               FD IdListFile.
                   1 IdListRecord.
                       2 IdListLine PIC X(7).
                       2 IdListAddr.
                           3 IdListAddrNum PIC 9(3).
                           3 IdListAddrStreet PIC X(40).
                           3 IdListAddrZip PIC X(5).
                           3 IdListAddrCity PIC X(20).
                           3 IdListAddrCountry PIC X(2).
                           3 IdListAddrPostal PIC X(10).

               FD CustomerFile.
                   COPY "CustRec.cpy".
               FD BalanceFile.
                   COPY "BalRec.cpy".

               FD LimitFile.
                   COPY "LimitRec.cpy".

               FD HeldFile.
                   1 HeldFileLine PIC X(100).

           WORKING-STORAGE SECTION.

               1 WSTemplateFileName PIC X(100).
               1 WSVBal PIC X(12).
               1 WSVBalEdit PIC -ZZZZZZ9.99.

      *    Credit limit for the &LIMIT marker, the same way.
               1 WSLimitFileName PIC X(100).
               1 WSLimitFileStatus PIC X(2).
                   88 WSLimitFileOK VALUE '00'.
               1 WSLimitAvailFlag PIC X(1) VALUE 'N'.
                   88 WSLimitFileAvail VALUE 'Y'.
               1 WSVLimit PIC X(12).
               1 WSVLimitEdit PIC ZZZZZZZ9.99.

               1 WSCtyFunction PIC X(1).
               1 WSCtyTable PIC X(12).
               1 WSCtyCode PIC X(3).
                   88 WSContactable VALUE 'Y'.
               1 WSSuppressedCount PIC 9(7) VALUE ZERO.

      *    Statutory-notice switch from CUSTLETNOTICE.
               1 WSNoticeParm PIC X(1).
                   88 WSStatutoryNotice VALUES 'Y', 'y'.

      *    Addresses the post office has handed back stay off the
      *    letter run until RetMail clears the flag.
               1 WSBadAddrCount PIC 9(7) VALUE ZERO.
               1 WSResStreet PIC X(40).
               1 WSResZip PIC X(5).
               1 WSResCity PIC X(20).
               1 WSResCountry PIC X(2).
               1 WSResPostal PIC X(10).

      *    Set while the Id-list line in hand names its own address.
               1 WSAddrGivenFlag PIC X(1) VALUE 'N'.
                   88 WSAddrGiven VALUE 'Y'.

      *    Legal-hold verdict from the shared LegalCheck subprogram;
      *    the held-letter report opens on the pass's first hold.
               1 WSLegalAnswer PIC X(1).
                   88 WSLegalHeld VALUE 'Y'.
               1 WSLegalType PIC X(1).
               1 WSLegalName PIC X(10).
               1 WSLegalCount PIC 9(7) VALUE ZERO.

               1 WSHeldFileName PIC X(100).
               1 WSHeldStatus PIC X(2).
                   88 WSHeldMissing VALUE '35'.
               1 WSHeldOpenFlag PIC X(1) VALUE 'N'.
                   88 WSHeldOpen VALUE 'Y'.

               1 HeldHeadLine.
                   2 FILLER PIC X(31)
                       VALUE " Letters withheld, legal hold, ".
                   2 PrnHeldDate PIC 9(8).
                   2 FILLER PIC X(5) VALUE " for ".
                   2 PrnHeldOut PIC X(56).

               1 HeldDetailLine.
                   2 FILLER PIC X(3) VALUE SPACE.
                   2 PrnHeldId PIC 9(7).
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnHeldName PIC X(10).
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnHeldCust PIC X(31).

      *    Correspondence-log work area for the shared CorrLog
      *    subprogram: one line per letter written.
               1 WSCorrDocType PIC X(8).
               1 WSCorrTemplate PIC X(20).
               1 WSCorrChannel PIC X(5) VALUE "MAIL".
               1 WSCorrAddress PIC X(80).
               1 WSCorrSource PIC X(12) VALUE "FormLetter".

      *    Report-catalog registration for the finished run.
               1 WSCatReportName PIC X(20).
       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSCustFileName FROM ENVIRONMENT "CUSTMSTR"
                   ON EXCEPTION
                       MOVE "test.dat" TO WSCustFileName
               IF WSLetterOutName = SPACES
                   MOVE "FormLetters.rpt" TO WSLetterOutName
               END-IF
               ACCEPT WSNoticeParm FROM ENVIRONMENT "CUSTLETNOTICE"
                   ON EXCEPTION
                       MOVE 'N' TO WSNoticeParm
               END-ACCEPT
               ACCEPT WSHeldFileName FROM ENVIRONMENT "CUSTLETHELD"
                   ON EXCEPTION
                       MOVE "LetterHeld.rpt" TO WSHeldFileName
               END-ACCEPT
               ACCEPT WSIdListFileName FROM ENVIRONMENT "CUSTLETIDS"
                   ON EXCEPTION
                       MOVE SPACES TO WSIdListFileName
               ELSE
                   MOVE WSBizDateParm TO WSVDate
               END-IF
               ACCEPT WSCorrDocType FROM ENVIRONMENT "CUSTCORRDOC"
                   ON EXCEPTION
                       MOVE SPACES TO WSCorrDocType
               END-ACCEPT
               IF WSCorrDocType = SPACES
                   MOVE "LETTER" TO WSCorrDocType
               END-IF
               ACCEPT WSCorrTemplate FROM ENVIRONMENT "CUSTCAMPAIGN"
                   ON EXCEPTION
                       MOVE SPACES TO WSCorrTemplate
               END-ACCEPT
               IF WSCorrTemplate = SPACES
                   MOVE WSTemplateFileName TO WSCorrTemplate
               END-IF
               PERFORM LoadTemplate
               IF WSTemplateCount = ZERO
                   DISPLAY "FormLetter: no template on "
               IF WSBalFileOK
                   SET WSBalFileAvail TO TRUE
               END-IF
               ACCEPT WSLimitFileName FROM ENVIRONMENT "CUSTLIMIT"
                   ON EXCEPTION
                       MOVE "CredLimit.dat" TO WSLimitFileName
               END-ACCEPT
               OPEN INPUT LimitFile
               IF WSLimitFileOK
                   SET WSLimitFileAvail TO TRUE
               END-IF
               IF WSIdListFileName NOT = SPACES
                   SET WSIdListMode TO TRUE
                   PERFORM LetterByIdList
               IF WSBalFileAvail
                   CLOSE BalanceFile
               END-IF
               IF WSLimitFileAvail
                   CLOSE LimitFile
               END-IF
               CLOSE CustomerFile, LetterFile
               IF WSHeldOpen
                   CLOSE HeldFile
               END-IF
               MOVE "FormLetter" TO WSCatReportName
               MOVE WSLetterOutName TO WSCatFileName
               MOVE WSLetterCount TO WSCatRecords
                   WSSuppressedCount
               DISPLAY "Suppressed (returned mail) : "
                   WSBadAddrCount
               DISPLAY "Withheld (legal hold)      : "
                   WSLegalCount
               GOBACK.

           LoadTemplate.
                   READ IdListFile
                       AT END SET WSIdAtEOF TO TRUE
                       NOT AT END
                           MOVE 'N' TO WSAddrGivenFlag
                           IF IdListAddr NOT = SPACES
                               SET WSAddrGiven TO TRUE
                           END-IF
                           MOVE IdListLine
                               TO IDNum OF CustomerData
                           READ CustomerFile
               MOVE 'C' TO WSCampFunction
               CALL 'CampTrack' USING WSCampFunction WSCampIDNum
                   WSCampMailType WSCampAnswer
               IF NOT WSMailable AND NOT WSStatutoryNotice
                   EXIT PARAGRAPH
               END-IF
               CALL 'SuppCheck' USING WSCampIDNum WSSuppChannel
                   WSSuppAnswer
               IF NOT WSContactable AND NOT WSStatutoryNotice
                   ADD 1 TO WSSuppressedCount
                   EXIT PARAGRAPH
               END-IF
               IF CustMailReturned OF CustomerData
                   AND NOT WSStatutoryNotice
                   AND NOT WSAddrGiven
                   ADD 1 TO WSBadAddrCount
                   EXIT PARAGRAPH
               END-IF
               CALL 'LegalCheck' USING WSCampIDNum WSLegalAnswer
                   WSLegalType WSLegalName
               IF WSLegalHeld
                   PERFORM ListHeldLetter
                   EXIT PARAGRAPH
               END-IF
               IF CustBusiness
                   MOVE CustCompanyName OF CustomerData TO WSVName
               ELSE
                       INTO WSVName
                   END-STRING
               END-IF
               IF WSAddrGiven
                   MOVE IdListAddrNum TO WSResAddrNum
                   MOVE IdListAddrStreet TO WSResStreet
                   MOVE IdListAddrZip TO WSResZip
                   MOVE IdListAddrCity TO WSResCity
                   MOVE IdListAddrCountry TO WSResCountry
                   MOVE IdListAddrPostal TO WSResPostal
               ELSE
                   MOVE CustAddrNum OF CustomerData TO WSResAddrNum
                   MOVE CustAddrStreet OF CustomerData TO WSResStreet
                   MOVE CustAddrZip OF CustomerData TO WSResZip
                   MOVE CustAddrCity OF CustomerData TO WSResCity
                   MOVE CustAddrCountry OF CustomerData
                       TO WSResCountry
                   MOVE CustAddrPostal OF CustomerData TO WSResPostal
                   CALL 'AltAddr' USING WSCampIDNum WSVDate
                       WSResAddrNum WSResStreet WSResZip WSResCity
               END-IF
               MOVE SPACES TO WSVAddr1
               STRING WSResAddrNum DELIMITED BY SIZE
                      " "          DELIMITED BY SIZE
               END-STRING
               MOVE SPACES TO WSVAddr2
               MOVE SPACES TO WSVAddr3
               IF WSResCountry = 'US' OR WSResCountry = SPACES
                   STRING WSResCity DELIMITED BY "  "
                          " "       DELIMITED BY SIZE
                          WSResZip  DELIMITED BY SIZE
               ELSE
                   STRING WSResCity DELIMITED BY "  "
                          " "       DELIMITED BY SIZE
                          WSResPostal DELIMITED BY SIZE
                       INTO WSVAddr2
                   END-STRING
                   MOVE 'D' TO WSCtyFunction
                   MOVE "COUNTRY" TO WSCtyTable
                   MOVE SPACES TO WSCtyCode
                   MOVE WSResCountry TO WSCtyCode(1:2)
                   CALL 'CodeLookup' USING WSCtyFunction WSCtyTable
                       WSCtyCode WSCtyValid WSCtyDesc
                   IF WSCtyDesc = SPACES
                       MOVE WSResCountry TO WSVAddr3(1:2)
                   ELSE
                       MOVE WSCtyDesc TO WSVAddr3
                   END-IF
                           MOVE WSVBalEdit TO WSVBal
                   END-READ
               END-IF
               MOVE SPACES TO WSVLimit
               IF WSLimitFileAvail
                   MOVE IDNum OF CustomerData TO LimIDNum
                   READ LimitFile
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE LimAmount TO WSVLimitEdit
                           MOVE WSVLimitEdit TO WSVLimit
                   END-READ
               END-IF
               PERFORM MergeOneLine
                   VARYING WSTemplateIdx FROM 1 BY 1
                   UNTIL WSTemplateIdx > WSTemplateCount
               WRITE LetterLine FROM WSLetterSeparator
               ADD 1 TO WSLetterCount
               MOVE SPACES TO WSCorrAddress
               STRING WSVAddr1 DELIMITED BY "  "
                      ", "     DELIMITED BY SIZE
                      WSVAddr2 DELIMITED BY "  "
                      " "      DELIMITED BY SIZE
                      WSVAddr3 DELIMITED BY "  "
                   INTO WSCorrAddress
               END-STRING
               CALL 'CorrLog' USING WSCampIDNum WSCorrDocType
                   WSCorrTemplate WSCorrChannel WSCorrAddress
                   WSCorrSource
               MOVE 'R' TO WSCampFunction
               CALL 'CampTrack' USING WSCampFunction WSCampIDNum
                   WSCampMailType WSCampAnswer.

      *|==============================================================|
      *    ListHeldLetter puts a withheld letter on the held-letter
      *    report, opening it -- appended, under this pass's heading
      *    -- the first time the pass meets a hold.
      *|==============================================================|

           ListHeldLetter.
               IF NOT WSHeldOpen
                   OPEN EXTEND HeldFile
                   IF WSHeldMissing
                       OPEN OUTPUT HeldFile
                   END-IF
                   SET WSHeldOpen TO TRUE
                   MOVE WSVDate TO PrnHeldDate
                   MOVE WSLetterOutName TO PrnHeldOut
                   WRITE HeldFileLine FROM HeldHeadLine
               END-IF
               ADD 1 TO WSLegalCount
               MOVE WSCampIDNum TO PrnHeldId
               MOVE WSLegalName TO PrnHeldName
               IF CustBusiness
                   MOVE CustCompanyName OF CustomerData TO PrnHeldCust
               ELSE
                   MOVE SPACES TO PrnHeldCust
                   STRING FirstName OF CustomerData
                              DELIMITED BY "  "
                          " " DELIMITED BY SIZE
                          LastName OF CustomerData
                              DELIMITED BY "  "
                       INTO PrnHeldCust
                   END-STRING
               END-IF
               WRITE HeldFileLine FROM HeldDetailLine.

      *|==============================================================|
      *    MergeOneLine lays one template line through the markers.
      *    Each marker is replaced at most once per line -- the
               MOVE 4 TO WSMarkerLen
               MOVE WSVBal TO WSFieldValue
               PERFORM ReplaceOneMarker
               MOVE "&LIMIT" TO WSFieldMarker
               MOVE 6 TO WSMarkerLen
               MOVE WSVLimit TO WSFieldValue
               PERFORM ReplaceOneMarker
               WRITE LetterLine FROM WSWorkLine.

      *|==============================================================|
