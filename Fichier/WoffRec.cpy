               2 WoffAmount PIC 9(7)V99.
               2 WoffOperator PIC X(8).
               2 WoffStamp PIC 9(14).
      *    The write-off by component, as it stood on the balance:
      *    principal, fees, and interest, adding up to WoffAmount.
      *    Blank on lines from before the split, which count as all
      *    principal.
               2 WoffPrincipal PIC 9(7)V99.
               2 WoffFees PIC 9(7)V99.
               2 WoffInterest PIC 9(7)V99.
