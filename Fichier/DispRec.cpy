      *|==============================================================|
      *    DispRec.cpy
      *    Shared dispute-case record layout: one record per disputed
      *    charge on the indexed dispute file (Dispute.dat, CUSTDISPUTE,
      *    RECORD KEY DispKey -- the customer Id plus a case number
      *    counting up from 1 per customer). The case names the
      *    debit posting the customer disputes by its posting date
      *    and the amount in question. Opened and resolved through
      *    DispMaint; while a case is open, DispCheck hands its
      *    amount to BalAge and AgedRecv to be held out of the
      *    aging, so the fees, the dunning letters, and the
      *    collections queue all leave it alone.
      *|==============================================================|

           1 DisputeRecord.
               2 DispKey.
                   3 DispIDNum PIC 9(7).
                   3 DispSeq PIC 9(3).
               2 DispPostDate PIC 9(8).
               2 DispAmount PIC 9(7)V99.
               2 DispReason PIC X(30).
               2 DispStatus PIC X(1).
                   88 DispOpen VALUE 'O'.
                   88 DispForCustomer VALUE 'C'.
                   88 DispUpheld VALUE 'U'.
               2 DispOpenDate PIC 9(8).
               2 DispResolveDate PIC 9(8).
      *    What was credited back when the customer won the case;
      *    zero while open and on an upheld charge.
               2 DispCreditAmount PIC 9(7)V99.
               2 DispOpenOper PIC X(8).
               2 DispResolveOper PIC X(8).
               2 DispStamp PIC 9(14).
