      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. NotifyQ.

      *|==============================================================|
      *    NotifyQ is how a program that sees something happen to a
      *    customer asks for the customer to be told: it appends one
      *    event to the notification queue (CUSTNTFQ, default
      *    NotifyQueue.dat, NotifyRec.cpy) under the business date
      *    (CUSTBIZDATE, else today). A callable service in the
      *    CampTrack mold. Whether and how the customer hears of it
      *    -- channel, address, do-not-contact, legal hold, repeats
      *    -- is NotifySend's judgment tonight, not the caller's.
      *
      *    LK-Event is one of the NotifyRec.cpy codes: 'OL' over the
      *    credit limit, 'PB' payment plan broken, 'CB' promise to
      *    pay broken, 'PR' payment received, 'RM' mail returned.
      *    LK-Amount is the figure the message quotes, or zero;
      *    LK-Detail is free text carried to the log.
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT QueueFile ASSIGN TO WSQueueFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSQueueStatus.

      *|==============================================================|

       DATA DIVISION.

           FILE SECTION.

               FD QueueFile.
                   COPY "NotifyRec.cpy".

           WORKING-STORAGE SECTION.

               1 WSQueueFileName PIC X(100).

               1 WSQueueStatus PIC X(2).
                   88 WSQueueOK VALUE '00'.
                   88 WSQueueMissing VALUE '35'.

               1 WSSetupFlag PIC X(1) VALUE 'N'.
                   88 WSSetupDone VALUE 'Y'.

               1 WSBizDateParm PIC X(8).
               1 WSRunDate PIC 9(8).

           LINKAGE SECTION.

               1 LK-IDNum PIC 9(7).
               1 LK-Event PIC X(2).
               1 LK-Amount PIC 9(7)V99.
               1 LK-Detail PIC X(30).

       PROCEDURE DIVISION USING LK-IDNum LK-Event LK-Amount
           LK-Detail.

           MainLine.
               IF NOT WSSetupDone
                   PERFORM FirstCallSetup
               END-IF
               OPEN EXTEND QueueFile
               IF WSQueueMissing
                   OPEN OUTPUT QueueFile
               END-IF
               IF NOT WSQueueOK
                   DISPLAY "NotifyQ: queue "
                       FUNCTION TRIM(WSQueueFileName)
                       " will not open: " WSQueueStatus
                   EXIT PROGRAM
               END-IF
               MOVE LK-IDNum TO NtfIDNum
               MOVE LK-Event TO NtfEvent
               MOVE WSRunDate TO NtfEventDate
               MOVE FUNCTION CURRENT-DATE(1:14) TO NtfStamp
               MOVE LK-Amount TO NtfAmount
               MOVE LK-Detail TO NtfDetail
               WRITE NotifyEventRecord
               CLOSE QueueFile
               EXIT PROGRAM.

      *|==============================================================|
      *    FirstCallSetup reads the queue name and business date
      *    once per run.
      *|==============================================================|

           FirstCallSetup.
               SET WSSetupDone TO TRUE
               CALL 'ParmLoad'
               ACCEPT WSQueueFileName FROM ENVIRONMENT "CUSTNTFQ"
                   ON EXCEPTION
                       MOVE "NotifyQueue.dat" TO WSQueueFileName
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
