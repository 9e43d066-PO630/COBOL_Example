      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LegalCheck.

      *|==============================================================|
      *    LegalCheck answers the one legal question every run that
      *    collects, charges, mails, or purges must ask first: is
      *    this account under a legal hold today? A callable service
      *    in the SuppCheck mold -- hand it an Id and LK-Answer comes
      *    back 'Y' when the customer has a hold on the legal-hold
      *    file (CUSTLEGAL, default LegalHold.dat, LegalRec.cpy
      *    layout) that has taken effect and not been released, with
      *    the hold type ('B' bankruptcy, 'D' deceased, 'L'
      *    litigation) in LK-HoldType and its name in LK-HoldName
      *    for the caller's report. No file, no record, an effective
      *    date still in the future, or a release date already
      *    reached all answer 'N' with a blank type and name.
      *
      *    The dates are compared against the business date
      *    (CUSTBIZDATE, else today), read once per run.
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT LegalHoldFile ASSIGN TO WSLegalFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS LegalIDNum
                   FILE STATUS IS WSLegalFileStatus.

      *|==============================================================|

       DATA DIVISION.

           FILE SECTION.

               FD LegalHoldFile.
                   COPY "LegalRec.cpy".

           WORKING-STORAGE SECTION.

               1 WSLegalFileName PIC X(100).

               1 WSLegalFileStatus PIC X(2).
                   88 WSLegalFileOK VALUE '00'.

               1 WSSetupFlag PIC X(1) VALUE 'N'.
                   88 WSSetupDone VALUE 'Y'.

               1 WSFileAvailFlag PIC X(1) VALUE 'N'.
                   88 WSLegalFileAvail VALUE 'Y'.

               1 WSBizDateParm PIC X(8).

               1 WSRunDate PIC 9(8).

           LINKAGE SECTION.

               1 LK-IDNum PIC 9(7).
               1 LK-Answer PIC X(1).
               1 LK-HoldType PIC X(1).
               1 LK-HoldName PIC X(10).

       PROCEDURE DIVISION USING LK-IDNum LK-Answer LK-HoldType
           LK-HoldName.

           MainLine.
               CALL 'ParmLoad'
               IF NOT WSSetupDone
                   PERFORM FirstCallSetup
               END-IF
               MOVE 'N' TO LK-Answer
               MOVE SPACE TO LK-HoldType
               MOVE SPACES TO LK-HoldName
               IF NOT WSLegalFileAvail
                   EXIT PROGRAM
               END-IF
               MOVE LK-IDNum TO LegalIDNum
               READ LegalHoldFile
                   INVALID KEY
                       EXIT PROGRAM
               END-READ
               IF LegalEffDate > WSRunDate
                   EXIT PROGRAM
               END-IF
               IF LegalReleaseDate NOT = ZERO
                   AND LegalReleaseDate <= WSRunDate
                   EXIT PROGRAM
               END-IF
               MOVE 'Y' TO LK-Answer
               MOVE LegalType TO LK-HoldType
               EVALUATE TRUE
                   WHEN LegalBankruptcy
                       MOVE "BANKRUPTCY" TO LK-HoldName
                   WHEN LegalDeceased
                       MOVE "DECEASED" TO LK-HoldName
                   WHEN LegalLitigation
                       MOVE "LITIGATION" TO LK-HoldName
                   WHEN OTHER
                       MOVE "LEGAL HOLD" TO LK-HoldName
               END-EVALUATE
               EXIT PROGRAM.

           FirstCallSetup.
               SET WSSetupDone TO TRUE
               ACCEPT WSLegalFileName FROM ENVIRONMENT "CUSTLEGAL"
                   ON EXCEPTION
                       MOVE "LegalHold.dat" TO WSLegalFileName
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
               OPEN INPUT LegalHoldFile
               IF WSLegalFileOK
                   SET WSLegalFileAvail TO TRUE
               END-IF.

      *|==============================================================|
