      *|==============================================================|
      *    RecurRec.cpy
      *    Shared recurring-charge record layout: one record per
      *    standing charge -- a service subscription, a rental, a
      *    maintenance contract -- on the indexed recurring-charge
      *    file (Recurring.dat, CUSTRECUR, RECORD KEY RecurKey -- the
      *    customer Id plus a charge number counting up from 1 per
      *    customer). Kept on the RecurMaint screen; billed by the
      *    nightly RecurBill step, which posts the charge on the
      *    customer's billing-cycle day in the month RecurNextDue
      *    falls in, then moves RecurNextDue on by the frequency and
      *    stamps RecurLastBilled, so no period is ever billed twice.
      *    A zero end date runs until the charge is ended.
      *        RecurFrequency 'M' monthly  'Q' quarterly  'A' annual
      *        RecurTaxable   'Y' subject to sales tax, 'N' not
      *|==============================================================|

           1 RecurRecord.
               2 RecurKey.
                   3 RecurIDNum PIC 9(7).
                   3 RecurSeq PIC 9(3).
               2 RecurChargeCode PIC X(8).
               2 RecurDesc PIC X(20).
               2 RecurAmount PIC 9(7)V99.
               2 RecurFrequency PIC X(1).
                   88 RecurMonthly VALUE 'M'.
                   88 RecurQuarterly VALUE 'Q'.
                   88 RecurAnnual VALUE 'A'.
                   88 RecurFreqValid VALUES 'M', 'Q', 'A'.
               2 RecurStartDate PIC 9(8).
               2 RecurEndDate PIC 9(8).
               2 RecurNextDue PIC 9(8).
               2 RecurLastBilled PIC 9(8).
               2 RecurOperator PIC X(8).
               2 RecurStamp PIC 9(14).
      *    'Y' when the charge is subject to sales tax: RecurBill
      *    follows it with a companion tax line worked by TaxCalc.
               2 RecurTaxable PIC X(1).
                   88 RecurIsTaxable VALUE 'Y'.
