      *             index are only available in this order)
      *        N  - LastName, FirstName order, read off SortCust.cob's
      *             CustSort.dat extract, which must have been run
      *             first; the extract is sorted from the nightly
      *             customer snapshot, so the run is refused (return
      *             code 12) when SnapCheck finds the snapshot no
      *             longer agrees with the master's trailer
               1 WSSortParm PIC X(1).

               1 WSSnapValid PIC X(1).
                   88 WSSnapIsValid VALUE 'Y'.

               1 WSSortOrderFlag PIC X(1) VALUE 'I'.
                   88 WSSortByName VALUE 'N'.

               1 WSSelected PIC X(1).
                   88 WSRecordSelected VALUE 'Y'.

      *    Contact-data masking, per output: a report name on the
      *    CUSTMASKRPTS list (CustReport for the printed report,
      *    CustCsv for the extract) goes out with the street, email,
      *    and phone starred out by the shared PiiMask service.
               1 WSMaskFunction PIC X(1).
               1 WSMaskValue PIC X(40).
               1 WSMaskFlag PIC X(1).
               1 WSRptMaskFlag PIC X(1) VALUE 'N'.
                   88 WSMaskReport VALUE 'Y'.
               1 WSCsvMaskFlag PIC X(1) VALUE 'N'.
                   88 WSMaskCsv VALUE 'Y'.
               1 WSCsvStreet PIC X(40).

      *    Run-log work area handed to the shared RunLog subprogram,
      *    so this step's start, end, counts, and return code land on
      *    the central batch run log.
      
       PROCEDURE DIVISION.

           CALL 'ParmLoad'
           ACCEPT WSBizDateParm FROM ENVIRONMENT "CUSTBIZDATE"
               ON EXCEPTION
                   MOVE SPACES TO WSBizDateParm
           IF WSSortParm NOT = SPACES
               MOVE WSSortParm TO WSSortOrderFlag
           END-IF
           MOVE 'Q' TO WSMaskFunction
           MOVE "CustReport" TO WSMaskValue
           CALL 'PiiMask' USING WSMaskFunction WSMaskValue WSMaskFlag
           MOVE WSMaskFlag TO WSRptMaskFlag
           MOVE "CustCsv" TO WSMaskValue
           CALL 'PiiMask' USING WSMaskFunction WSMaskValue WSMaskFlag
           MOVE WSMaskFlag TO WSCsvMaskFlag
           MOVE 'S' TO WSLogEvent
           PERFORM WriteRunLogRecord
           IF WSSortByName
               CALL 'SnapCheck' USING WSLogStepName WSSnapValid
               IF NOT WSSnapIsValid
                   DISPLAY "ReportsCob: customer snapshot does not "
                       "agree with the master; report not run."
                   MOVE 12 TO WSLogRC
                   MOVE 'E' TO WSLogEvent
                   PERFORM WriteRunLogRecord
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           PERFORM ReadPriorHistory
           IF WSSortByName
               OPEN INPUT SortedCustomerFile
                       MOVE CustAddrStreet TO PrnAddrStreet
                       MOVE CustAddrZip TO PrnAddrZip
                       MOVE CustAddrCity TO PrnAddrCity
                       MOVE CustEmail TO PrnEmail
                       MOVE CustPhone TO PrnPhone
                       IF WSMaskReport
                           PERFORM MaskReportContact
                       END-IF
                       WRITE PrintLine FROM AddressDetailLine
                           AFTER ADVANCING 1 LINE
                       ADD 1 TO LineCount
                       WRITE PrintLine FROM ContactDetailLine
                           AFTER ADVANCING 1 LINE
                       ADD 1 TO LineCount
           WRITE ExceptionLine FROM ExceptionDetailLine AFTER
           ADVANCING 1 LINE.

      *|==============================================================|
      *    MaskReportContact stars out the street, email, and phone
      *    on the detail lines about to print.
      *|==============================================================|

           MaskReportContact.
           MOVE 'S' TO WSMaskFunction
           MOVE PrnAddrStreet TO WSMaskValue
           CALL 'PiiMask' USING WSMaskFunction WSMaskValue WSMaskFlag
           MOVE WSMaskValue TO PrnAddrStreet
           MOVE 'E' TO WSMaskFunction
           MOVE PrnEmail TO WSMaskValue
           CALL 'PiiMask' USING WSMaskFunction WSMaskValue WSMaskFlag
           MOVE WSMaskValue TO PrnEmail
           MOVE 'P' TO WSMaskFunction
           MOVE PrnPhone TO WSMaskValue
           CALL 'PiiMask' USING WSMaskFunction WSMaskValue WSMaskFlag
           MOVE WSMaskValue TO PrnPhone.

           WriteCsvRecord.
           MOVE SPACES TO CsvLine
           MOVE CustAddrStreet TO WSCsvStreet
           IF WSMaskCsv
               MOVE 'S' TO WSMaskFunction
               MOVE WSCsvStreet TO WSMaskValue
               CALL 'PiiMask' USING WSMaskFunction WSMaskValue
                   WSMaskFlag
               MOVE WSMaskValue TO WSCsvStreet
           END-IF
           IF CustBusiness
               STRING IDNum           DELIMITED BY SIZE
                      ","             DELIMITED BY SIZE
                      CustCompanyName DELIMITED BY SPACE
                      ","             DELIMITED BY SIZE
                      WSCsvStreet     DELIMITED BY SPACE
                      ","             DELIMITED BY SIZE
                      CustAddrZip     DELIMITED BY SPACE
                      ","             DELIMITED BY SIZE
                      ","            DELIMITED BY SIZE
                      LastName       DELIMITED BY SPACE
                      ","            DELIMITED BY SIZE
                      WSCsvStreet    DELIMITED BY SPACE
                      ","            DELIMITED BY SIZE
                      CustAddrZip    DELIMITED BY SPACE
                      ","            DELIMITED BY SIZE
