      *|==============================================================|
      *    FxAcct.cpy
      *    Shared billing-currency record layout: one record per
      *    customer billed in a currency other than dollars, on the
      *    indexed FX account file (CUSTFXACCT, default FxAcct.dat)
      *    keyed by Id. A customer with no record, or a record
      *    naming USD, is billed in dollars as always. The balance
      *    file stays the book of record in dollars; FxABalance is
      *    the same debt counted in the billing currency, moved by
      *    the foreign amount of every posting FxLedger books, so
      *    the statement can print it and FxReval can value it at
      *    the month-end rate. The currency is set on FxMaint, and
      *    only while the customer owes nothing.
      *|==============================================================|

           1 FxAcctRecord.
               2 FxAIDNum PIC 9(7).
               2 FxACurrency PIC X(3).
                   88 FxADollars VALUES 'USD', SPACES.
               2 FxABalance PIC S9(7)V99.
               2 FxALastPostDate PIC 9(8).
      *    When, and by which supervisor, the currency was set.
               2 FxASetDate PIC 9(8).
               2 FxAOperator PIC X(8).
               2 FxAStamp PIC 9(14).
