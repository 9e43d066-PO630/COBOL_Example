      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. KycCheck.

      *|==============================================================|
      *    KycCheck answers whether a customer's identity has been
      *    verified, a callable service in the LegalCheck mold: hand
      *    it an Id and LK-Answer comes back 'Y' when the customer
      *    has a record on the identity-verification file (CUSTKYC,
      *    default KycFile.dat, KycRec.cpy layout) with status 'V'.
      *    LK-Status carries the record's status ('V', 'P', 'F'), or
      *    'N' when there is no record at all or no file, for the
      *    caller's message. An expired document does not undo a
      *    verification here -- the monthly KycDue report is where
      *    expiries and re-verifications are chased.
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT KycFile ASSIGN TO WSKycFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS KycIDNum
                   FILE STATUS IS WSKycFileStatus.

      *|==============================================================|

       DATA DIVISION.

           FILE SECTION.

               FD KycFile.
                   COPY "KycRec.cpy".

           WORKING-STORAGE SECTION.

               1 WSKycFileName PIC X(100).

               1 WSKycFileStatus PIC X(2).
                   88 WSKycFileOK VALUE '00'.

               1 WSSetupFlag PIC X(1) VALUE 'N'.
                   88 WSSetupDone VALUE 'Y'.

               1 WSFileAvailFlag PIC X(1) VALUE 'N'.
                   88 WSKycFileAvail VALUE 'Y'.

           LINKAGE SECTION.

               1 LK-IDNum PIC 9(7).
               1 LK-Answer PIC X(1).
               1 LK-Status PIC X(1).

       PROCEDURE DIVISION USING LK-IDNum LK-Answer LK-Status.

           MainLine.
               CALL 'ParmLoad'
               IF NOT WSSetupDone
                   PERFORM FirstCallSetup
               END-IF
               MOVE 'N' TO LK-Answer
               MOVE 'N' TO LK-Status
               IF NOT WSKycFileAvail
                   EXIT PROGRAM
               END-IF
               MOVE LK-IDNum TO KycIDNum
               READ KycFile
                   INVALID KEY
                       EXIT PROGRAM
               END-READ
               MOVE KycStatus TO LK-Status
               IF KycVerified
                   MOVE 'Y' TO LK-Answer
               END-IF
               EXIT PROGRAM.

           FirstCallSetup.
               SET WSSetupDone TO TRUE
               ACCEPT WSKycFileName FROM ENVIRONMENT "CUSTKYC"
                   ON EXCEPTION
                       MOVE "KycFile.dat" TO WSKycFileName
               END-ACCEPT
               OPEN INPUT KycFile
               IF WSKycFileOK
                   SET WSKycFileAvail TO TRUE
               END-IF.

      *|==============================================================|
