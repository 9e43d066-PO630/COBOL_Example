      *|==============================================================|
      *    OverHist.cpy
      *    Shared over-limit history record layout: one line per
      *    customer found above the credit limit, appended by each
      *    daily OverLimit run to OverHist.dat (CUSTOVERHIST) -- the
      *    run date, the limit, and the balance that stood above it.
      *    The exposure report itself is overwritten every night;
      *    this is how "how often has this account been over" is
      *    answered when the credit limits come up for review.
      *    Append-only, one run date at most once.
      *|==============================================================|

           1 OverLimitHistRecord.
               2 OHRunDate PIC 9(8).
               2 OHIDNum PIC 9(7).
               2 OHLimit PIC 9(7)V99.
               2 OHBalance PIC S9(7)V99.
