      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RefCapture.

      *|==============================================================|
      *    RefCapture is the one place a referred-by Id is judged and
      *    recorded, so the add screen, the batch load, CsvImport,
      *    and the merge turn away the same bad referrers. A
      *    callable service: LK-Function 'V' only judges, 'W' judges
      *    and, when the referrer passes, writes the referral onto
      *    the referral file (CUSTREFERRAL, default Referral.dat,
      *    RefRec.cpy layout) as pending, dated the business date
      *    (CUSTBIZDATE, else today) and stamped with the source
      *    and operator handed in. LK-Result comes back:
      *        'Y' - the referrer passes (and, on 'W', is recorded)
      *        'N' - no referrer given (zero): nothing to record
      *        'D' - the referrer's check digit does not verify
      *        'S' - the referrer is the new customer itself
      *        'A' - a referral is already on file for the new
      *              customer; the first one stands
      *        'E' - the referral file would not open
      *    Whether the referrer is on the master and active is left
      *    to ReferralRun on the night the reward falls due: the
      *    callers hold the master open while they add, and a
      *    referrer may close between referral and reward anyway.
      *    The file is opened and closed on every 'W' call.
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT ReferralFile ASSIGN TO WSReferralFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RflNewIDNum
                   FILE STATUS IS WSReferralStatus.

      *|==============================================================|

       DATA DIVISION.

           FILE SECTION.

               FD ReferralFile.
                   COPY "RefRec.cpy".

           WORKING-STORAGE SECTION.

               1 WSReferralFileName PIC X(100).

               1 WSReferralStatus PIC X(2).
                   88 WSReferralOK VALUE '00'.

               1 WSSetupFlag PIC X(1) VALUE 'N'.
                   88 WSSetupDone VALUE 'Y'.

               1 WSBizDateParm PIC X(8).
               1 WSRunDate PIC 9(8).

      *    The referrer's Id split for CheckDigit.
               1 WSCheckIDNum PIC 9(7).
               1 WSCheckIDParts REDEFINES WSCheckIDNum.
                   2 WSCheckIDBase PIC 9(6).
                   2 WSCheckIDDigit PIC 9(1).
               1 WSCheckDigitValid PIC X(1).
                   88 WSCheckDigitOK VALUE 'Y'.

           LINKAGE SECTION.

               1 LK-Function PIC X(1).
                   88 LK-WriteReferral VALUE 'W'.
               1 LK-NewIDNum PIC 9(7).
               1 LK-ReferrerId PIC 9(7).
               1 LK-Source PIC X(1).
               1 LK-Operator PIC X(8).
               1 LK-Result PIC X(1).

       PROCEDURE DIVISION USING LK-Function LK-NewIDNum
           LK-ReferrerId LK-Source LK-Operator LK-Result.

           MainLine.
               CALL 'ParmLoad'
               IF NOT WSSetupDone
                   PERFORM FirstCallSetup
               END-IF
               PERFORM JudgeReferrer
               IF LK-Result NOT = 'Y' OR NOT LK-WriteReferral
                   EXIT PROGRAM
               END-IF
               PERFORM WriteReferral
               EXIT PROGRAM.

           FirstCallSetup.
               SET WSSetupDone TO TRUE
               ACCEPT WSReferralFileName FROM ENVIRONMENT
                       "CUSTREFERRAL"
                   ON EXCEPTION
                       MOVE "Referral.dat" TO WSReferralFileName
               END-ACCEPT
               ACCEPT WSBizDateParm FROM ENVIRONMENT "CUSTBIZDATE"
                   ON EXCEPTION
                       MOVE SPACES TO WSBizDateParm
               END-ACCEPT
               IF WSBizDateParm = SPACES
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WSRunDate
               ELSE
                   MOVE WSBizDateParm TO WSRunDate
               END-IF.

      *|==============================================================|
      *    JudgeReferrer: a zero Id is no referral at all; anything
      *    else must carry a good check digit and must not be the
      *    customer being added.
      *|==============================================================|

           JudgeReferrer.
               MOVE 'Y' TO LK-Result
               IF LK-ReferrerId = ZERO
                   MOVE 'N' TO LK-Result
                   EXIT PARAGRAPH
               END-IF
               MOVE LK-ReferrerId TO WSCheckIDNum
               CALL 'CheckDigit' USING 'V' WSCheckIDBase
                   WSCheckIDDigit WSCheckDigitValid
               IF NOT WSCheckDigitOK OR LK-ReferrerId = 9999999
                   MOVE 'D' TO LK-Result
                   EXIT PARAGRAPH
               END-IF
               IF LK-ReferrerId = LK-NewIDNum
                   MOVE 'S' TO LK-Result
               END-IF.

      *|==============================================================|
      *    WriteReferral records the referral pending. A file that
      *    is not there yet is created on the first referral.
      *|==============================================================|

           WriteReferral.
               OPEN I-O ReferralFile
               IF NOT WSReferralOK
                   OPEN OUTPUT ReferralFile
                   CLOSE ReferralFile
                   OPEN I-O ReferralFile
               END-IF
               IF NOT WSReferralOK
                   DISPLAY "RefCapture: referral file will not "
                       "open: " WSReferralStatus
                   MOVE 'E' TO LK-Result
                   EXIT PARAGRAPH
               END-IF
               INITIALIZE ReferralRecord
               MOVE LK-NewIDNum TO RflNewIDNum
               MOVE LK-ReferrerId TO RflReferrerId
               MOVE WSRunDate TO RflCaptureDate
               MOVE LK-Source TO RflSource
               MOVE LK-Operator TO RflOperator
               MOVE 'P' TO RflStatus
               MOVE WSRunDate TO RflStatusDate
               MOVE FUNCTION CURRENT-DATE(1:14) TO RflStamp
               WRITE ReferralRecord
                   INVALID KEY
                       MOVE 'A' TO LK-Result
               END-WRITE
               CLOSE ReferralFile.

      *|==============================================================|
