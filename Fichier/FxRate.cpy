      *|==============================================================|
      *    FxRate.cpy
      *    Shared exchange-rate record layout: one line per rate on
      *    the exchange-rate file (CUSTFXRATE, default FxRates.dat),
      *    giving the dollars one unit of a billing currency buys
      *    from an effective date -- the TaxRate.cpy shape. A rate
      *    change is a new line for the currency with a later
      *    effective date; the line in force on a date is the latest
      *    active one effective by then. Kept by the supervisor on
      *    FxMaint; applied by the FxConv subprogram.
      *|==============================================================|

           1 FxRateRecord.
      *    ISO currency code, EUR, GBP, CAD and so on.
               2 FxCurrency PIC X(3).
               2 FxCurName PIC X(20).
               2 FxEffDate PIC 9(8).
      *    Dollars per unit of the currency, six places: 0001085000
      *    is 1.085000 dollars to the euro.
               2 FxUsdPerUnit PIC 9(4)V9(6).
               2 FxActive PIC X(1).
                   88 FxRateActive VALUE 'A'.
               2 FxOperator PIC X(8).
               2 FxStamp PIC 9(14).
