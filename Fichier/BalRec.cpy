               2 BalIDNum PIC 9(7).
               2 BalAmount PIC S9(7)V99.
               2 BalLastPostDate PIC 9(8).
      *    The balance by component: principal, fees (the service
      *    and NSF fees, and the sales tax billed), and interest,
      *    always netting to BalAmount. BalAlloc keeps
      *    them -- each debit adds to the component it is tagged
      *    with, each credit is spread by the payment allocation
      *    order. A balance file from before the split, with its
      *    shorter record, is carried over once by BalConvert,
      *    which starts every balance as all principal.
               2 BalPrincipal PIC S9(7)V99.
               2 BalFees PIC S9(7)V99.
               2 BalInterest PIC S9(7)V99.
