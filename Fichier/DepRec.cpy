      *|==============================================================|
      *    DepRec.cpy
      *    Shared security-deposit record layout: one record per
      *    customer on the indexed deposit file (CUSTDEPOSIT,
      *    default Deposit.dat, RECORD KEY DepIDNum). The money a
      *    higher-risk or over-limit customer is asked to leave with
      *    us is held here and nowhere else: it never posts to the
      *    balance file, so it cannot net against what the customer
      *    owes and the refund sweep never sees it as a credit.
      *
      *    DepStatus:
      *        'H' held
      *        'R' release requested by a supervisor on DepositMaint;
      *            the nightly DepRelease acts on it
      *        'X' released -- applied to the balance, refunded
      *            through the refund queue, or both; the record
      *            stays as history until a new deposit reuses it
      *    DepReason says why it was asked for:
      *        'N' new customer, higher risk
      *        'O' account over its credit limit
      *        'T' other, in DepReasonText
      *    DepReleaseCond says when it comes back on its own:
      *        'D' on DepReleaseDate
      *        'C' when the account closes
      *        'S' only when a supervisor requests it
      *    Whatever the condition, a deposit on an account that has
      *    closed is released by the next DepRelease.
      *
      *    DepAmount is what is held today, interest credited at the
      *    year end included; DepRate is the annual simple rate in
      *    percent, accrued through DepIntThru by DepAccrue. The
      *    interest figures are kept life-to-date and for the
      *    calendar year DepIntYearNo, for the annual statement.
      *|==============================================================|

           1 DepositRecord.
               2 DepIDNum PIC 9(7).
               2 DepStatus PIC X(1).
                   88 DepHeld VALUE 'H'.
                   88 DepReleaseAsked VALUE 'R'.
                   88 DepReleased VALUE 'X'.
               2 DepAmount PIC 9(7)V99.
               2 DepReceived PIC 9(8).
               2 DepReason PIC X(1).
                   88 DepReasonNewRisk VALUE 'N'.
                   88 DepReasonOverLimit VALUE 'O'.
                   88 DepReasonOther VALUE 'T'.
               2 DepReasonText PIC X(20).
               2 DepRate PIC 9(2)V999.
               2 DepReleaseCond PIC X(1).
                   88 DepReleaseOnDate VALUE 'D'.
                   88 DepReleaseOnClose VALUE 'C'.
                   88 DepReleaseBySuper VALUE 'S'.
               2 DepReleaseDate PIC 9(8).
               2 DepIntAccrued PIC 9(7)V99.
               2 DepIntYearNo PIC 9(4).
               2 DepIntYearAmt PIC 9(7)V99.
               2 DepIntThru PIC 9(8).
               2 DepApplied PIC 9(7)V99.
               2 DepRefunded PIC 9(7)V99.
               2 DepReleasedOn PIC 9(8).
               2 DepOperator PIC X(8).
