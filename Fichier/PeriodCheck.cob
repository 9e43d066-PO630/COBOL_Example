      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PeriodCheck.

      *|==============================================================|
      *    PeriodCheck answers the question every program that moves
      *    money must ask before it does: is this date in a month
      *    already closed? A callable service in the LegalCheck
      *    mold -- hand it a yyyymmdd date and LK-Answer comes back
      *    'N' when the month is on or before the latest month on
      *    the posting-period control file (CUSTPERIOD, default
      *    PeriodCtl.dat, PeriodRec.cpy), 'Y' when it is open.
      *    LK-ClosedThru returns that latest closed month (zero
      *    when nothing has been closed), for the reject reason.
      *
      *    The control file is one short line a month and is read
      *    on every call, so a month a supervisor closes during a
      *    long session is closed for the session too. No file
      *    means nothing is closed.
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT PeriodFile ASSIGN TO WSPeriodFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSPeriodStatus.

      *|==============================================================|

       DATA DIVISION.

           FILE SECTION.

               FD PeriodFile.
                   COPY "PeriodRec.cpy".

           WORKING-STORAGE SECTION.

               1 WSPeriodFileName PIC X(100).

               1 WSPeriodStatus PIC X(2).
                   88 WSPeriodOK VALUE '00'.

               1 WSEOF PIC X(1).
                   88 WSAtEOF VALUE 'Y'.

               1 WSSetupFlag PIC X(1) VALUE 'N'.
                   88 WSSetupDone VALUE 'Y'.

               1 WSClosedThru PIC 9(6).

           LINKAGE SECTION.

               1 LK-Date PIC 9(8).
               1 LK-Answer PIC X(1).
               1 LK-ClosedThru PIC 9(6).

       PROCEDURE DIVISION USING LK-Date LK-Answer LK-ClosedThru.

           MainLine.
               IF NOT WSSetupDone
                   SET WSSetupDone TO TRUE
                   CALL 'ParmLoad'
                   ACCEPT WSPeriodFileName FROM ENVIRONMENT
                           "CUSTPERIOD"
                       ON EXCEPTION
                           MOVE "PeriodCtl.dat" TO WSPeriodFileName
                   END-ACCEPT
               END-IF
               PERFORM FindClosedThru
               MOVE WSClosedThru TO LK-ClosedThru
               IF WSClosedThru NOT = ZERO
                   AND LK-Date(1:6) <= WSClosedThru
                   MOVE 'N' TO LK-Answer
               ELSE
                   MOVE 'Y' TO LK-Answer
               END-IF
               EXIT PROGRAM.

           FindClosedThru.
               MOVE ZERO TO WSClosedThru
               MOVE 'N' TO WSEOF
               OPEN INPUT PeriodFile
               IF NOT WSPeriodOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ PeriodFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF PerMonth > WSClosedThru
                               MOVE PerMonth TO WSClosedThru
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PeriodFile.

      *|==============================================================|
