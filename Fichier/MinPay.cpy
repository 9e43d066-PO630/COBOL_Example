      *|==============================================================|
      *    MinPay.cpy
      *    Shared minimum-payment rule layout: one line per rating
      *    tier on MinPayRules.dat (CUSTMINPAY) -- the tier label as
      *    CustRating writes it to the rating history, the
      *    percentage of the closing balance due, and the floor
      *    below which the minimum never drops. A TIER of DEFAULT
      *    covers customers with no rating yet. Read by Statement;
      *    the minimum never exceeds the closing balance, and a
      *    customer whose tier has no line owes the balance in full.
      *|==============================================================|

           1 MinPayRecord.
               2 MinTier PIC X(8).
               2 MinPct PIC 99V99.
               2 MinFloor PIC 9(5)V99.
