      *|==============================================================|
      *    TaxRate.cpy
      *    Shared sales-tax rate record layout: one line per rate on
      *    the tax-rate file (CUSTTAXRATE, default TaxRates.dat),
      *    mapping an inclusive low/high ZIP pair -- the TerrRec.cpy
      *    range shape, over the same ZIPs the ZipCity reference
      *    holds -- onto a taxing jurisdiction and its rate from an
      *    effective date. A rate change is a new line for the same
      *    range with a later effective date; the line in force on a
      *    date is the latest one effective by then. Ranges of two
      *    different jurisdictions never overlap (TaxMaint refuses
      *    the add), so a ZIP answers to one jurisdiction. Kept on
      *    TaxMaint; applied by the TaxCalc subprogram.
      *|==============================================================|

           1 TaxRateRecord.
               2 TaxZipLo PIC X(5).
               2 TaxZipHi PIC X(5).
               2 TaxJuris PIC X(8).
               2 TaxJurisName PIC X(20).
               2 TaxEffDate PIC 9(8).
      *    Percent of the taxable amount, three places: 08250 is
      *    8.250%.
               2 TaxRatePct PIC 99V999.
               2 TaxActive PIC X(1).
                   88 TaxRateActive VALUE 'A'.
