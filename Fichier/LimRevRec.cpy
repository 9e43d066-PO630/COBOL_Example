      *|==============================================================|
      *    LimRevRec.cpy
      *    Shared credit-limit review record layout: one line per
      *    recommended change on LimitRevQ.dat (CUSTLIMREVQ). The
      *    quarterly LimitReview run puts each raise ('I') or
      *    lower ('D') it recommends on the queue as pending ('P'),
      *    with the limit it reviewed, the limit it proposes, and
      *    the letters of the reasons behind it; the LimitApprove
      *    supervisor screen accepts ('A') -- rewriting the limit
      *    file under the supervisor's Id -- or rejects ('R') each
      *    one. A new review replaces whatever the last one left
      *    pending; decided lines stay as the record of who
      *    changed which limit on whose recommendation.
      *|==============================================================|

           1 LimitReviewRecord.
               2 LRIDNum PIC 9(7).
               2 LRStatus PIC X(1).
                   88 LRPending VALUE 'P'.
                   88 LRAccepted VALUE 'A'.
                   88 LRRejected VALUE 'R'.
               2 LRAction PIC X(1).
                   88 LRRaise VALUE 'I'.
                   88 LRLower VALUE 'D'.
               2 LRCurLimit PIC 9(7)V99.
               2 LRNewLimit PIC 9(7)V99.
               2 LRBalance PIC S9(7)V99.
               2 LRTier PIC X(8).
      *    H legal hold, W write-off, P broken promise, N dunning
      *    letter, O over the limit, U limit well used.
               2 LRReasons PIC X(6).
               2 LRQueueDate PIC 9(8).
               2 LRDecideDate PIC 9(8).
               2 LROperator PIC X(8).
