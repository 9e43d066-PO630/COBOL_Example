      *|==============================================================|
      *    FcstRec.cpy
      *    Shared cash-forecast record layout: one line per forecast
      *    week appended by each CashForecast run to the forecast
      *    history (CUSTFCSTHIST, default CashForecast.dat), so the
      *    next run can set the weeks since elapsed against the
      *    credits that actually arrived. The contractual money is
      *    kept by source -- promises, plans -- beside the
      *    statistical money off the aged balances.
      *|==============================================================|

           1 ForecastRecord.
               2 FcRunDate PIC 9(8).
               2 FcWeek PIC 9(2).
               2 FcFromDate PIC 9(8).
               2 FcToDate PIC 9(8).
               2 FcPromise PIC 9(9)V99.
               2 FcPlan PIC 9(9)V99.
               2 FcStatistic PIC 9(9)V99.
