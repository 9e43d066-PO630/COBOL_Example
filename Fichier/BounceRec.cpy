      *|==============================================================|
      *    BounceRec.cpy
      *    Shared bounced-email record layout: one line per message
      *    the email vendor could not deliver, appended by
      *    NotifyStat to EmailBounce.dat (CUSTBOUNCE) with the
      *    address it went to and the vendor's reason. ContactScan
      *    lists every active customer still carrying a bounced
      *    address so someone gets a good one. Append-only.
      *|==============================================================|

           1 EmailBounceRecord.
               2 BncIDNum PIC 9(7).
               2 BncEmail PIC X(30).
               2 BncDate PIC 9(8).
               2 BncReason PIC X(30).
