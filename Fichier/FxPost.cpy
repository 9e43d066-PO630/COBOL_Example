      *|==============================================================|
      *    FxPost.cpy
      *    Shared foreign-posting record layout: the billing-currency
      *    side of one posting-history line for a customer billed
      *    outside dollars, on the indexed foreign-posting file
      *    (CUSTFXPOST, default FxPostHist.dat). It is keyed exactly
      *    as its posting-history line is (PostHKey.cpy: Id, posting
      *    date, sequence), so a reader of the history finds the
      *    foreign amount by reading this file with the same key.
      *    The history line keeps the dollar amount the balance file
      *    moved by; this line keeps the amount in the customer's
      *    currency and the rate of the day that joined the two.
      *    Written only through FxLedger.
      *|==============================================================|

           1 FxPostRecord.
               2 FxPKey.
                   3 FxPIDNum PIC 9(7).
                   3 FxPDate PIC 9(8).
                   3 FxPSeq PIC 9(5).
               2 FxPCurrency PIC X(3).
      *    Effective direction, as on the history line.
               2 FxPType PIC X(1).
                   88 FxPDebit VALUE 'D'.
               2 FxPForeign PIC 9(7)V99.
               2 FxPRate PIC 9(4)V9(6).
               2 FxPUsd PIC 9(7)V99.
