      *    Shared assessment-rate record layout: one line per rating
      *    tier on AssessRates.dat -- the tier label as CustRating
      *    writes it to the rating history, the monthly service fee,
      *    the monthly late-interest percentage charged on the
      *    balance a missed minimum payment left unpaid (the 30-day
      *    overdue portion, for a customer with no due date passed
      *    yet), and the fee-exempt flag that lets Platinum skip
      *    the service fee without the rate file losing its line. A
      *    TIER of DEFAULT covers customers with no rating yet. Read
      *    by FeeAssess; changing a rate is a data entry, not a
      *    recompile.
      *|==============================================================|

           1 AssessRateRecord.
