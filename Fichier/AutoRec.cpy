      *|==============================================================|
      *    AutoRec.cpy
      *    Shared autopay enrollment record layout: one record per
      *    customer who asked to be debited automatically, on the
      *    indexed enrollment file (CUSTAUTOPAY, default
      *    AutoPay.dat, RECORD KEY AutoIDNum) -- the bank routing
      *    number and account to draw on, what to draw (the
      *    statement balance or the payment-plan installment), and
      *    the dates the arrangement starts and stops (zero stop
      *    date: until further notice). Maintained through
      *    AutoPayMaint; AutoPayDebit stamps AutoLastRequest when it
      *    asks the bank for the month's debit, and AutoPaySettle
      *    stamps AutoLastSettle with the settlement file date it
      *    posted, so neither the request nor the money is ever
      *    taken twice.
      *|==============================================================|

           1 AutoPayRecord.
               2 AutoIDNum PIC 9(7).
               2 AutoRouting PIC 9(9).
               2 AutoAccount PIC X(17).
               2 AutoBasis PIC X(1).
                   88 AutoBasisStatement VALUE 'S'.
                   88 AutoBasisPlan VALUE 'P'.
               2 AutoStartDate PIC 9(8).
               2 AutoStopDate PIC 9(8).
               2 AutoLastRequest PIC 9(8).
               2 AutoLastSettle PIC 9(8).
               2 AutoOperator PIC X(8).
               2 AutoStamp PIC 9(14).
