      *|==============================================================|
      *    DueRec.cpy
      *    Shared payment-due record layout: one record per customer
      *    per statement on the indexed due file (StmtDue.dat,
      *    CUSTDUE, RECORD KEY DueKey -- the customer Id plus the
      *    statement date, so a customer's statements read back in
      *    date order). Written by Statement when it prints the
      *    payment due date and the minimum payment; judged by the
      *    nightly DueCheck step once the due date has passed, which
      *    totals the credits received between the statement and
      *    the due date and marks the statement paid or missed.
      *    Read through the PastDue subprogram by Dunning and
      *    FeeAssess, so a missed payment -- not the raw age of the
      *    balance -- is what letters and charges a customer.
      *        DueStatus 'O' open, not yet due
      *                  'P' minimum received by the due date
      *                  'M' minimum missed
      *    DuePastDue is the shortfall carried in from the previous
      *    statement's missed minimum, already included in
      *    DueMinimum.
      *|==============================================================|

           1 DueRecord.
               2 DueKey.
                   3 DueIDNum PIC 9(7).
                   3 DueStmtDate PIC 9(8).
               2 DueStmtMonth PIC 9(6).
               2 DueDate PIC 9(8).
               2 DueClosingBal PIC S9(7)V99.
               2 DueMinimum PIC 9(7)V99.
               2 DuePastDue PIC 9(7)V99.
               2 DuePaid PIC 9(7)V99.
               2 DueStatus PIC X(1).
                   88 DueOpen VALUE 'O'.
                   88 DuePaidOnTime VALUE 'P'.
                   88 DueMissed VALUE 'M'.
               2 DueCheckedDate PIC 9(8).
