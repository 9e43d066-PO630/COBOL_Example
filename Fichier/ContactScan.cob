      *    third before the e-delivery and phone outreach plans
      *    trip over them.
      *
      *    An email can have the right shape and still bounce. The
      *    bounce file NotifyStat keeps from the messaging vendor's
      *    delivery reports (CUSTBOUNCE, default EmailBounce.dat,
      *    BounceRec.cpy) is read first, and an active customer
      *    whose email on file is still the address that bounced
      *    gets a BOUNCE line with the reason, for the same
      *    follow-up; once the address is changed the line drops
      *    off.
      *
      *    Worksheet to CUSTCONTSCAN (default ContactScan.rpt),
      *    framed by RptBanner and registered in the report catalog.
      *|==============================================================|
               SELECT ScanReport ASSIGN TO WSReportFileName
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT BounceFile ASSIGN TO WSBounceFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSBounceStatus.

      *|==============================================================|

       DATA DIVISION.
               FD ScanReport.
                   1 ScanLine PIC X(100).

               FD BounceFile.
                   COPY "BounceRec.cpy".

           WORKING-STORAGE SECTION.

               1 WSDataFileName PIC X(100).
               1 WSScannedCount PIC 9(7) VALUE ZERO.
               1 WSBadEmailCount PIC 9(7) VALUE ZERO.
               1 WSBadPhoneCount PIC 9(7) VALUE ZERO.
               1 WSBouncedCount PIC 9(7) VALUE ZERO.

      *    Bounced addresses, one per customer and address.
               1 WSBounceFileName PIC X(100).
               1 WSBounceStatus PIC X(2).
                   88 WSBounceOK VALUE '00'.
               1 WSBncEOF PIC X(1).
                   88 WSBncAtEOF VALUE 'Y'.
               1 WSBncMax PIC 9(4) VALUE 5000.
               1 WSBncCount PIC 9(4) VALUE ZERO.
               1 WSBncIdx PIC 9(4).
               1 WSBncFound PIC 9(4).
               1 WSBncOverflow PIC 9(7) VALUE ZERO.
               1 BounceTable.
                   2 BounceEntry OCCURS 5000 TIMES.
                       3 BxIDNum PIC 9(7).
                       3 BxEmail PIC X(30).
                       3 BxReason PIC X(30).

               1 WSCtvFunction PIC X(1).
               1 WSCtvValue PIC X(30).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnScanValue PIC X(30).
                   2 FILLER PIC X(2) VALUE SPACE.
                   2 PrnScanFollow PIC X(30)
                       VALUE "____________________".

               1 TotalLine.
                   2 FILLER PIC X(10) VALUE " Scanned  ".
                   2 PrnBadEmail PIC ZZZZZZ9.
                   2 FILLER PIC X(13) VALUE "  bad phones ".
                   2 PrnBadPhone PIC ZZZZZZ9.
                   2 FILLER PIC X(10) VALUE "  bounced ".
                   2 PrnBounced PIC ZZZZZZ9.

      *|==============================================================|

       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSDataFileName FROM ENVIRONMENT "CUSTMSTR"
                   ON EXCEPTION
                       MOVE "test.dat" TO WSDataFileName
                   ON EXCEPTION
                       MOVE "ContactScan.rpt" TO WSReportFileName
               END-ACCEPT
               ACCEPT WSBounceFileName FROM ENVIRONMENT "CUSTBOUNCE"
                   ON EXCEPTION
                       MOVE "EmailBounce.dat" TO WSBounceFileName
               END-ACCEPT
               PERFORM LoadBounces
               OPEN INPUT DataFile
               IF NOT WSFileOK
                   DISPLAY "ContactScan: customer file will not "
               MOVE WSScannedCount TO PrnScanned
               MOVE WSBadEmailCount TO PrnBadEmail
               MOVE WSBadPhoneCount TO PrnBadPhone
               MOVE WSBouncedCount TO PrnBounced
               WRITE ScanLine FROM TotalLine
                   AFTER ADVANCING 2 LINES
               MOVE 'T' TO WSBnrFunction
               COMPUTE WSBnrCount =
                   WSBadEmailCount + WSBadPhoneCount + WSBouncedCount
               CALL 'RptBanner' USING WSBnrFunction WSBnrReportName
                   WSBnrRequestor WSBnrCount WSBnrLine1 WSBnrLine2
               WRITE ScanLine FROM WSBnrLine1
                   WSCatFileName WSCatPages WSCatRecords
               DISPLAY "ContactScan: " WSScannedCount " scanned, "
                   WSBadEmailCount " bad emails, "
                   WSBadPhoneCount " bad phones, "
                   WSBouncedCount " bounced emails."
               GOBACK.

      *|==============================================================|
                       MOVE CustEmail TO PrnScanValue
                       WRITE ScanLine FROM DetailLine
                           AFTER ADVANCING 1 LINE
                   ELSE
                       PERFORM CheckBounced
                   END-IF
               END-IF
               IF CustPhone NOT = SPACES
               END-IF.

      *|==============================================================|
      *    CheckBounced lists a well-shaped email that is still the
      *    one the vendor could not deliver to, with the vendor's
      *    reason in the follow-up column.
      *|==============================================================|

           CheckBounced.
               MOVE ZERO TO WSBncFound
               PERFORM VARYING WSBncIdx FROM 1 BY 1
                       UNTIL WSBncIdx > WSBncCount
                          OR WSBncFound > ZERO
                   IF BxIDNum(WSBncIdx) = IDNum
                       AND BxEmail(WSBncIdx) = CustEmail
                       MOVE WSBncIdx TO WSBncFound
                   END-IF
               END-PERFORM
               IF WSBncFound = ZERO
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WSBouncedCount
               MOVE IDNum TO PrnScanId
               MOVE "BOUNCE" TO PrnScanField
               MOVE CustEmail TO PrnScanValue
               MOVE BxReason(WSBncFound) TO PrnScanFollow
               WRITE ScanLine FROM DetailLine
                   AFTER ADVANCING 1 LINE
               MOVE "____________________" TO PrnScanFollow.

      *|==============================================================|
      *    LoadBounces takes the bounce file in once, keeping the
      *    latest reason for a customer and address bounced more
      *    than once. No file means nothing has bounced.
      *|==============================================================|

           LoadBounces.
               MOVE 'N' TO WSBncEOF
               OPEN INPUT BounceFile
               IF NOT WSBounceOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSBncAtEOF
                   READ BounceFile
                       AT END SET WSBncAtEOF TO TRUE
                       NOT AT END
                           PERFORM NoteOneBounce
                   END-READ
               END-PERFORM
               CLOSE BounceFile
               IF WSBncOverflow > ZERO
                   DISPLAY "ContactScan: " WSBncOverflow
                       " bounces past the 5000-entry table were "
                       "not checked."
               END-IF.

           NoteOneBounce.
               MOVE ZERO TO WSBncFound
               PERFORM VARYING WSBncIdx FROM 1 BY 1
                       UNTIL WSBncIdx > WSBncCount
                          OR WSBncFound > ZERO
                   IF BxIDNum(WSBncIdx) = BncIDNum
                       AND BxEmail(WSBncIdx) = BncEmail
                       MOVE WSBncIdx TO WSBncFound
                   END-IF
               END-PERFORM
               IF WSBncFound > ZERO
                   MOVE BncReason TO BxReason(WSBncFound)
                   EXIT PARAGRAPH
               END-IF
               IF WSBncCount NOT < WSBncMax
                   ADD 1 TO WSBncOverflow
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WSBncCount
               MOVE BncIDNum TO BxIDNum(WSBncCount)
               MOVE BncEmail TO BxEmail(WSBncCount)
               MOVE BncReason TO BxReason(WSBncCount).

      *|==============================================================|
