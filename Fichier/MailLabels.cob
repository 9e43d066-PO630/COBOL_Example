      *             TargetScore wrote (CUSTTARGETIDS, default
      *             TopTargets.ids), best-scored first, for runs
      *             whose budget caps the piece count
      *
      *    In every mode an account under a legal hold (LegalCheck:
      *    bankruptcy, deceased, litigation) gets no label; the
      *    withheld accounts are listed at the end of the run,
      *    ahead of the trailer.
      *
      *    Every label printed goes on the customer correspondence
      *    log through CorrLog as document type LABEL -- the
      *    household head's Id for a household label -- with the
      *    address printed and the campaign code (CUSTCAMPAIGN) or,
      *    without one, the run mode.
      *
      *    When CUSTLBLMODE is set it names the run mode in place
      *    of the command-line argument -- the way RptReqRun runs
      *    an operator's overnight label request -- and the banner
      *    names the operator the run was asked for (CUSTRPTOPER)
      *    instead of BATCH.
      *|==============================================================|

       ENVIRONMENT DIVISION.
                   88 WSPresortMode VALUE 'P'.
                   88 WSTargetedMode VALUE 'T'.

               1 WSLblModeParm PIC X(1).
               1 WSLblOperParm PIC X(8).

      *    Targeted mode: one label per Id on the ranked list
      *    TargetScore wrote (CUSTTARGETIDS, default TopTargets
      *    .ids), so a capped run mails the best N by score. The
                   88 WSContactable VALUE 'Y'.
               1 WSSuppressedCount PIC 9(7) VALUE ZERO.

      *    Legal-hold verdict from the shared LegalCheck subprogram,
      *    and the accounts withheld for the closing listing.
               1 WSLegalAnswer PIC X(1).
                   88 WSLegalHeld VALUE 'Y'.
               1 WSLegalType PIC X(1).
               1 WSLegalName PIC X(10).
               1 WSLegalCount PIC 9(7) VALUE ZERO.
               1 WSLegalIdx PIC 9(3).

               1 LegalTable.
                   2 LegalEntry OCCURS 500 TIMES.
                       3 LglIDNum PIC 9(7).
                       3 LglName PIC X(10).

               1 LegalHeadLine PIC X(40)
                   VALUE "Withheld under legal hold:".

               1 LegalDetailLine.
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnLglId PIC 9(7).
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnLglName PIC X(10).

               1 LegalFootLine.
                   2 FILLER PIC X(16) VALUE "Total withheld: ".
                   2 PrnLglCount PIC ZZZZZZ9.

      *    Addresses the post office has already handed back: the
      *    returned-mail flag on the master keeps them off labels
      *    until an operator fixes them through RetMail.

               1 LabelBlankLine PIC X(40) VALUE SPACE.

      *    Correspondence-log work area for the shared CorrLog
      *    subprogram: one line per label printed.
               1 WSCorrDocType PIC X(8) VALUE "LABEL".
               1 WSCorrTemplate PIC X(20).
               1 WSCorrChannel PIC X(5) VALUE "MAIL".
               1 WSCorrAddress PIC X(80).
               1 WSCorrPostCode PIC X(13).
               1 WSCorrSource PIC X(12) VALUE "MailLabels".

      *|==============================================================|

       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSCustFileName FROM ENVIRONMENT "CUSTMSTR"
                   ON EXCEPTION
                       MOVE "test.dat" TO WSCustFileName
                   ON EXCEPTION
                       MOVE 'C' TO WSModeParm
               END-ACCEPT
               ACCEPT WSLblModeParm FROM ENVIRONMENT "CUSTLBLMODE"
                   ON EXCEPTION
                       MOVE SPACES TO WSLblModeParm
               END-ACCEPT
               IF WSLblModeParm NOT = SPACES
                   MOVE WSLblModeParm TO WSModeParm
               END-IF
               ACCEPT WSLblOperParm FROM ENVIRONMENT "CUSTRPTOPER"
                   ON EXCEPTION
                       MOVE SPACES TO WSLblOperParm
               END-ACCEPT
               IF WSLblOperParm NOT = SPACES
                   MOVE WSLblOperParm TO WSBnrRequestor
               END-IF
               ACCEPT WSCorrTemplate FROM ENVIRONMENT "CUSTCAMPAIGN"
                   ON EXCEPTION
                       MOVE SPACES TO WSCorrTemplate
               END-ACCEPT
               IF WSCorrTemplate = SPACES
                   STRING "LABELS MODE " WSModeParm
                       DELIMITED BY SIZE INTO WSCorrTemplate
               END-IF
               OPEN OUTPUT LabelReport
               MOVE 'B' TO WSBnrFunction
               MOVE "MailLabels" TO WSBnrReportName
                       END-PERFORM
                       CLOSE CustomerFile
               END-EVALUATE
               IF WSLegalCount > ZERO
                   PERFORM PrintLegalHolds
               END-IF
               MOVE 'T' TO WSBnrFunction
               MOVE WSLabelCount TO WSBnrCount
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   WSSuppressedCount
               DISPLAY "Suppressed (returned mail) : "
                   WSBadAddrCount
               DISPLAY "Withheld (legal hold)      : "
                   WSLegalCount
               GOBACK.

      *|==============================================================|
                   WSCampMailType WSCampAnswer
               CALL 'SuppCheck' USING WSCampIDNum WSSuppChannel
                   WSSuppAnswer
               CALL 'LegalCheck' USING WSCampIDNum WSLegalAnswer
                   WSLegalType WSLegalName
               IF IDNum OF CustomerData NOT = ZERO
                   AND IDNum OF CustomerData NOT = 9999999
                   AND CustActive OF CustomerData
                   AND WSRecordSelected
                   AND WSMailable
                   AND WSContactable
                   AND WSLegalHeld
                   PERFORM NoteLegalHold
               END-IF
               IF IDNum OF CustomerData NOT = ZERO
                   AND IDNum OF CustomerData NOT = 9999999
                   AND CustActive OF CustomerData
                   AND WSRecordSelected
                   AND WSMailable
                   AND WSContactable
                   AND NOT WSLegalHeld
                   AND CustMailReturned OF CustomerData
                   ADD 1 TO WSBadAddrCount
               END-IF
                   AND NOT CustMailReturned OF CustomerData
                   AND WSMailable
                   AND WSContactable
                   AND NOT WSLegalHeld
                   IF CustBusiness OF CustomerData
                       MOVE CustCompanyName OF CustomerData
                           TO LblCompanyName
                   PERFORM WriteCityCountryLines
                   WRITE LabelLine FROM LabelBlankLine
                   ADD 1 TO WSLabelCount
                   PERFORM LogLabelSent
                   MOVE 'R' TO WSCampFunction
                   CALL 'CampTrack' USING WSCampFunction
                       WSCampIDNum WSCampMailType WSCampAnswer
                   ADD 1 TO WSSuppressedCount
                   EXIT PARAGRAPH
               END-IF
               CALL 'LegalCheck' USING WSCampIDNum WSLegalAnswer
                   WSLegalType WSLegalName
               IF WSLegalHeld
                   PERFORM NoteLegalHold
                   EXIT PARAGRAPH
               END-IF
               IF CustMailReturned OF CustomerData
                   ADD 1 TO WSBadAddrCount
                   EXIT PARAGRAPH
               PERFORM WriteCityCountryLines
               WRITE LabelLine FROM LabelBlankLine
               ADD 1 TO WSLabelCount
               PERFORM LogLabelSent
               MOVE 'R' TO WSCampFunction
               CALL 'CampTrack' USING WSCampFunction
                   WSCampIDNum WSCampMailType WSCampAnswer.
                   ADD 1 TO WSSuppressedCount
                   EXIT PARAGRAPH
               END-IF
               CALL 'LegalCheck' USING WSCampIDNum WSLegalAnswer
                   WSLegalType WSLegalName
               IF WSLegalHeld
                   PERFORM NoteLegalHold
                   EXIT PARAGRAPH
               END-IF
               IF CustMailReturned OF SortRecord
                   ADD 1 TO WSBadAddrCount
                   EXIT PARAGRAPH
               WRITE LabelLine FROM LabelBlankLine
               ADD 1 TO WSTrayPieces
               ADD 1 TO WSLabelCount
               PERFORM LogLabelSent
               MOVE 'R' TO WSCampFunction
               CALL 'CampTrack' USING WSCampFunction WSCampIDNum
                   WSCampMailType WSCampAnswer.
                   ADD 1 TO WSSuppressedCount
                   EXIT PARAGRAPH
               END-IF
               CALL 'LegalCheck' USING WSCampIDNum WSLegalAnswer
                   WSLegalType WSLegalName
               IF WSLegalHeld
                   PERFORM NoteLegalHold
                   EXIT PARAGRAPH
               END-IF
               MOVE HouseHeadId TO IDNum OF CustomerData
               READ CustomerFile
                   INVALID KEY CONTINUE
               WRITE LabelLine FROM LabelCityLine
               WRITE LabelLine FROM LabelBlankLine
               ADD 1 TO WSLabelCount
               MOVE HouseCity TO WSResCity
               MOVE HouseZip TO WSResZip
               MOVE SPACES TO WSLblCountry
               PERFORM LogLabelSent
               MOVE 'R' TO WSCampFunction
               CALL 'CampTrack' USING WSCampFunction WSCampIDNum
                   WSCampMailType WSCampAnswer.

      *|==============================================================|
      *    LogLabelSent puts the label just printed on the customer's
      *    correspondence log: the street line as printed, then the
      *    city with the ZIP, or with the postal code and country for
      *    a foreign address.
      *|==============================================================|

           LogLabelSent.
               MOVE SPACES TO WSCorrPostCode
               IF WSLblCountry = 'US' OR WSLblCountry = SPACES
                   MOVE WSResZip TO WSCorrPostCode
               ELSE
                   STRING WSLblPostal DELIMITED BY SPACE
                          " "         DELIMITED BY SIZE
                          WSLblCountry DELIMITED BY SIZE
                       INTO WSCorrPostCode
                   END-STRING
               END-IF
               MOVE SPACES TO WSCorrAddress
               STRING FUNCTION TRIM(LabelStreetLine)
                          DELIMITED BY SIZE
                      ", "      DELIMITED BY SIZE
                      WSResCity DELIMITED BY "  "
                      " "       DELIMITED BY SIZE
                      WSCorrPostCode DELIMITED BY SIZE
                   INTO WSCorrAddress
               END-STRING
               CALL 'CorrLog' USING WSCampIDNum WSCorrDocType
                   WSCorrTemplate WSCorrChannel WSCorrAddress
                   WSCorrSource.

      *|==============================================================|
      *    NoteLegalHold keeps a withheld account for the closing
      *    listing; past five hundred, the account is only counted.
      *    PrintLegalHolds lays the listing out ahead of the trailer.
      *|==============================================================|

           NoteLegalHold.
               ADD 1 TO WSLegalCount
               IF WSLegalCount <= 500
                   MOVE WSCampIDNum TO LglIDNum(WSLegalCount)
                   MOVE WSLegalName TO LglName(WSLegalCount)
               END-IF.

           PrintLegalHolds.
               WRITE LabelLine FROM LabelBlankLine
               WRITE LabelLine FROM LegalHeadLine
               PERFORM VARYING WSLegalIdx FROM 1 BY 1
                   UNTIL WSLegalIdx > WSLegalCount
                       OR WSLegalIdx > 500
                   MOVE LglIDNum(WSLegalIdx) TO PrnLglId
                   MOVE LglName(WSLegalIdx) TO PrnLglName
                   WRITE LabelLine FROM LegalDetailLine
               END-PERFORM
               MOVE WSLegalCount TO PrnLglCount
               WRITE LabelLine FROM LegalFootLine.

      *|==============================================================|
