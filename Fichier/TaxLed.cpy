      *|==============================================================|
      *    TaxLed.cpy
      *    Shared tax-ledger record layout: one line appended to the
      *    tax ledger (CUSTTAXLED, default TaxLedger.dat) for every
      *    taxable charge a billing run generates -- FeeAssess's
      *    service fee, RecurBill's taxable charges -- whether it
      *    was taxed or exempted, with the jurisdiction, the base,
      *    the rate, and the tax worked. The companion tax debit
      *    line carries "SALES TAX " and the jurisdiction code in
      *    its description, so TaxReport can set what was worked
      *    here against what actually posted to PostHist.dat.
      *|==============================================================|

           1 TaxLedgerRecord.
               2 TLDate PIC 9(8).
               2 TLIDNum PIC 9(7).
               2 TLJuris PIC X(8).
      *    The generating step, as on its batch header.
               2 TLSource PIC X(8).
               2 TLBase PIC 9(7)V99.
               2 TLRatePct PIC 99V999.
               2 TLTax PIC 9(7)V99.
               2 TLExemptFlag PIC X(1).
                   88 TLExempt VALUE 'E'.
               2 TLCertNumber PIC X(15).
