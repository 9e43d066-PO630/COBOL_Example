      *    line on the refund-check worksheet for the office that
      *    writes the checks; a held entry stays put; a balance
      *    that rights itself falls off the next sweep.
      *
      *    RefKind says what the money is. Blank is a credit
      *    balance, as above. 'D' is a security deposit DepRelease
      *    has released for refund: it never sat on the balance
      *    file, so the sweep carries it forward as it stands until
      *    it is approved, and its approval posts the deposit onto
      *    the balance and the refund debit off it together.
      *|==============================================================|

           1 RefundQueueRecord.
               2 RefQueueDate PIC 9(8).
               2 RefDecideDate PIC 9(8).
               2 RefOperator PIC X(8).
               2 RefKind PIC X(1).
                   88 RefBalanceCredit VALUE SPACE.
                   88 RefDeposit VALUE 'D'.
