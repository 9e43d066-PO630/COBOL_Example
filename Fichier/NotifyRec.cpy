      *|==============================================================|
      *    NotifyRec.cpy
      *    Shared customer-event record layout: one line per event
      *    worth telling the customer about by email or text, on the
      *    notification queue (CUSTNTFQ, default NotifyQueue.dat).
      *    Appended through the NotifyQ subprogram by the programs
      *    that see the event happen; NotifySend turns the queue
      *    into the vendor's outbound file each night and empties
      *    it. The amount is the one the message quotes (the excess
      *    over the limit, the payment, the promise) or zero.
      *|==============================================================|

           1 NotifyEventRecord.
               2 NtfIDNum PIC 9(7).
               2 NtfEvent PIC X(2).
                   88 NtfOverLimit VALUE 'OL'.
                   88 NtfPlanBroken VALUE 'PB'.
                   88 NtfPromiseBroken VALUE 'CB'.
                   88 NtfPaymentRecvd VALUE 'PR'.
                   88 NtfReturnedMail VALUE 'RM'.
               2 NtfEventDate PIC 9(8).
               2 NtfStamp PIC 9(14).
               2 NtfAmount PIC 9(7)V99.
               2 NtfDetail PIC X(30).
