      *    broken-plans report (BrokenPlans.rpt, CUSTPLANRPT to
      *    redirect); a plan whose credits cover the whole agreed
      *    amount is marked completed so the statement and the next
      *    night's run stop watching it. A broken plan is also
      *    queued for a reminder email or text through NotifyQ,
      *    quoting the shortfall; NotifySend keeps a plan broken
      *    night after night from being reminded every night.
      *
      *    An installment falls due with each month boundary crossed
      *    after the start month -- the day of the month the customer
                   FILE STATUS IS WSPlanFileStatus.

               SELECT HistoryFile ASSIGN TO WSHistFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PostHKey
                   FILE STATUS IS WSHistFileStatus.

      *    Months PostHistCutover has archived: a plan older than

               FD HistoryFile.
                   COPY "PostRec.cpy".
                   COPY "PostHKey.cpy".

               FD PostCatFile.
                   1 PostHCatalogRecord.
               1 WSBrokenCount PIC 9(7) VALUE ZERO.
               1 WSCompletedCount PIC 9(7) VALUE ZERO.

      *    Customer notification handed to the shared NotifyQ.
               1 WSNtfEvent PIC X(2) VALUE 'PB'.
               1 WSNtfAmount PIC 9(7)V99.
               1 WSNtfDetail PIC X(30) VALUE "Payment plan behind".

               1 HeadLine.
                   2 FILLER PIC X(34)
                       VALUE "Broken Payment Plans -- business ".
       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSPlanFileName FROM ENVIRONMENT "CUSTPLAN"
                   ON EXCEPTION
                       MOVE "PayPlan.dat" TO WSPlanFileName
                       WSExpectedToDate - WSCreditsReceived
                   WRITE PlanRptLine FROM DetailLine
                       AFTER ADVANCING 1 LINE
                   COMPUTE WSNtfAmount =
                       WSExpectedToDate - WSCreditsReceived
                   CALL 'NotifyQ' USING PlanIDNum WSNtfEvent
                       WSNtfAmount WSNtfDetail
               END-IF.

           SumCreditsSinceStart.
               MOVE 'N' TO WSHistEOF
               OPEN INPUT HistoryFile
               IF WSHistFileOK
                   MOVE PlanIDNum TO PostHKeyIDNum
                   MOVE PlanStartDate TO PostHKeyDate
                   MOVE ZERO TO PostHKeySeq
                   START HistoryFile KEY IS NOT LESS THAN PostHKey
                       INVALID KEY SET WSHistAtEOF TO TRUE
                   END-START
                   PERFORM UNTIL WSHistAtEOF
                       READ HistoryFile NEXT RECORD
                           AT END SET WSHistAtEOF TO TRUE
                           NOT AT END
                               IF PostHIDNum NOT = PlanIDNum
                                   SET WSHistAtEOF TO TRUE
                               ELSE
                                   IF PostHCredit
                                       ADD PostHAmount
                                           TO WSCreditsReceived
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
