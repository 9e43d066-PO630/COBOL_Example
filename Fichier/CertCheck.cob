      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CertCheck.

      *|==============================================================|
      *    CertCheck answers whether a customer's checks may still
      *    be taken: hand it an Id and LK-Answer comes back 'Y' when
      *    the customer carries the certified-funds-only flag on the
      *    certified-funds file (CUSTCERTF, default CertFunds.dat,
      *    CertRec.cpy layout) that NsfImport raises after repeated
      *    returned checks. No file or no record answers 'N', so a
      *    customer whose checks have always cleared is never
      *    troubled. A callable service in the SuppCheck mold: the
      *    file is opened once, on the first call of the run.
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT CertFundsFile ASSIGN TO WSCertFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CertIDNum
                   FILE STATUS IS WSCertFileStatus.

      *|==============================================================|

       DATA DIVISION.

           FILE SECTION.

               FD CertFundsFile.
                   COPY "CertRec.cpy".

           WORKING-STORAGE SECTION.

               1 WSCertFileName PIC X(100).

               1 WSCertFileStatus PIC X(2).
                   88 WSCertFileOK VALUE '00'.

               1 WSSetupFlag PIC X(1) VALUE 'N'.
                   88 WSSetupDone VALUE 'Y'.

               1 WSFileAvailFlag PIC X(1) VALUE 'N'.
                   88 WSCertFileAvail VALUE 'Y'.

           LINKAGE SECTION.

               1 LK-IDNum PIC 9(7).
               1 LK-Answer PIC X(1).

       PROCEDURE DIVISION USING LK-IDNum LK-Answer.

           MainLine.
               CALL 'ParmLoad'
               IF NOT WSSetupDone
                   PERFORM FirstCallSetup
               END-IF
               MOVE 'N' TO LK-Answer
               IF NOT WSCertFileAvail
                   EXIT PROGRAM
               END-IF
               MOVE LK-IDNum TO CertIDNum
               READ CertFundsFile
                   INVALID KEY
                       EXIT PROGRAM
               END-READ
               MOVE 'Y' TO LK-Answer
               EXIT PROGRAM.

           FirstCallSetup.
               SET WSSetupDone TO TRUE
               ACCEPT WSCertFileName FROM ENVIRONMENT "CUSTCERTF"
                   ON EXCEPTION
                       MOVE "CertFunds.dat" TO WSCertFileName
               END-ACCEPT
               OPEN INPUT CertFundsFile
               IF WSCertFileOK
                   SET WSCertFileAvail TO TRUE
               END-IF.

      *|==============================================================|
