      *|==============================================================|
      *    NsfRec.cpy
      *    Shared returned-item history layout: one line per item
      *    the bank sent back unpaid, appended by the nightly
      *    NsfImport step to the returned-item history (CUSTNSFHIST,
      *    default NsfHist.dat). A matched return names the lockbox
      *    credit it backed out -- the posting date PostHist carries
      *    -- and the NSF fee charged for it; an unmatched one is
      *    kept too, so the bank's file is accounted for line by
      *    line. The matched lines inside the rolling window are
      *    what earn a customer the certified-funds-only flag.
      *    Append-only.
      *|==============================================================|

           1 NsfHistRecord.
               2 NsfIDNum PIC 9(7).
               2 NsfReturnDate PIC 9(8).
      *    The bank's deposit date for the item, so a return file
      *    presented twice is recognized and not backed out twice.
               2 NsfDepositDate PIC 9(8).
               2 NsfOrigDate PIC 9(8).
               2 NsfAmount PIC 9(7)V99.
               2 NsfFeeAmount PIC 9(5)V99.
               2 NsfReason PIC X(20).
               2 NsfStatus PIC X(1).
                   88 NsfMatched VALUE 'M'.
                   88 NsfUnmatched VALUE 'U'.
