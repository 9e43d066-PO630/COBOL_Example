      *|==============================================================|
      *    ReconRec.cpy
      *    Shared bank-reconciliation item layout: one line per
      *    deposit on either side on BankRecon.dat (CUSTBANKREC),
      *    kept by the nightly BankRecon run. Our side ('B' book)
      *    is each deposit batch on the pending posting file, each
      *    lockbox file, and each autopay settlement; the bank's
      *    side ('K') is each credit on its daily statement. An
      *    item stays open ('O') -- carried forward night after
      *    night -- until a deposit on the other side of the same
      *    amount, near enough in date, clears it ('M' matched,
      *    with the date and the reference of what it matched).
      *|==============================================================|

           1 ReconItemRecord.
               2 RcSide PIC X(1).
                   88 RcBookSide VALUE 'B'.
                   88 RcBankSide VALUE 'K'.
      *    D deposit batch, L lockbox, A autopay, K bank credit.
               2 RcSource PIC X(1).
               2 RcDate PIC 9(8).
               2 RcAmount PIC 9(9)V99.
               2 RcRef PIC X(16).
               2 RcFirstSeen PIC 9(8).
               2 RcStatus PIC X(1).
                   88 RcOpen VALUE 'O'.
                   88 RcMatched VALUE 'M'.
               2 RcMatchDate PIC 9(8).
               2 RcMatchRef PIC X(16).
