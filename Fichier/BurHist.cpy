      *|==============================================================|
      *    BurHist.cpy
      *    Shared credit-bureau history record layout: one record per
      *    account ever reported to the bureau, on the indexed bureau
      *    history file (BureauHist.dat, CUSTBURHIST, RECORD KEY
      *    BurIDNum). CreditBureau keeps it month over month so the
      *    payment-rating history the bureau asks for survives the
      *    run: the newest month's rating is the first byte of
      *    BurRatingHist, the oldest of the 24 months the last, and a
      *    month before the account was first reported is 'B'. A
      *    second run inside the same month replaces that month's
      *    rating rather than shifting the history. BureauRej reads
      *    it to show what was last sent for a rejected account.
      *|==============================================================|

           1 BureauHistRecord.
               2 BurIDNum PIC 9(7).
               2 BurFirstMonth PIC 9(6).
               2 BurLastMonth PIC 9(6).
      *    Account status code last reported ('11' current ... '97'
      *    written off; see CreditBureau) and the amounts sent with
      *    it.
               2 BurLastStatus PIC X(2).
               2 BurLastBalance PIC 9(7)V99.
               2 BurLastPastDue PIC 9(7)V99.
               2 BurLastDispute PIC X(2).
               2 BurRatingHist PIC X(24).
               2 BurStamp PIC 9(14).
