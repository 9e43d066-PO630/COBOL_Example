      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AgcyCheck.

      *|==============================================================|
      *    AgcyCheck answers the question every collecting run asks
      *    after the legal hold: has this account been handed to the
      *    collection agency? A callable service in the LegalCheck
      *    mold -- hand it an Id and LK-Answer comes back 'Y' when
      *    the customer's placement on the placement file
      *    (CUSTAGENCY, default Agency.dat, AgcyRec.cpy layout) is
      *    still standing, with the agency's code in LK-AgencyCode
      *    for the caller's report. No file, no record, or a
      *    recalled placement answer 'N' with a blank code.
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT AgencyFile ASSIGN TO WSAgcyFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AgcyIDNum
                   FILE STATUS IS WSAgcyFileStatus.

      *|==============================================================|

       DATA DIVISION.

           FILE SECTION.

               FD AgencyFile.
                   COPY "AgcyRec.cpy".

           WORKING-STORAGE SECTION.

               1 WSAgcyFileName PIC X(100).

               1 WSAgcyFileStatus PIC X(2).
                   88 WSAgcyFileOK VALUE '00'.

               1 WSSetupFlag PIC X(1) VALUE 'N'.
                   88 WSSetupDone VALUE 'Y'.

               1 WSFileAvailFlag PIC X(1) VALUE 'N'.
                   88 WSAgcyFileAvail VALUE 'Y'.

           LINKAGE SECTION.

               1 LK-IDNum PIC 9(7).
               1 LK-Answer PIC X(1).
               1 LK-AgencyCode PIC X(8).

       PROCEDURE DIVISION USING LK-IDNum LK-Answer LK-AgencyCode.

           MainLine.
               CALL 'ParmLoad'
               IF NOT WSSetupDone
                   PERFORM FirstCallSetup
               END-IF
               MOVE 'N' TO LK-Answer
               MOVE SPACES TO LK-AgencyCode
               IF NOT WSAgcyFileAvail
                   EXIT PROGRAM
               END-IF
               MOVE LK-IDNum TO AgcyIDNum
               READ AgencyFile
                   INVALID KEY
                       EXIT PROGRAM
               END-READ
               IF NOT AgcyPlaced
                   EXIT PROGRAM
               END-IF
               MOVE 'Y' TO LK-Answer
               MOVE AgcyCode TO LK-AgencyCode
               EXIT PROGRAM.

           FirstCallSetup.
               SET WSSetupDone TO TRUE
               ACCEPT WSAgcyFileName FROM ENVIRONMENT "CUSTAGENCY"
                   ON EXCEPTION
                       MOVE "Agency.dat" TO WSAgcyFileName
               END-ACCEPT
               OPEN INPUT AgencyFile
               IF WSAgcyFileOK
                   SET WSAgcyFileAvail TO TRUE
               END-IF.

      *|==============================================================|
