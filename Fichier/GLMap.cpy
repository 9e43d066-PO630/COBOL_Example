      *|==============================================================|
      *    GLMap.cpy
      *    Shared GL account-mapping record layout: one line per
      *    posting category on the mapping table (CUSTGLMAP, default
      *    GLMap.dat), naming the general-ledger account debited and
      *    the account credited when that category of money moves.
      *    Maintained through the GLMapMaint screen and read by the
      *    nightly GLInterface step, so a new chart of accounts is a
      *    data entry, not a recompile. The categories GLInterface
      *    summarizes into are:
      *        DEBIT    keyed or generated debit
      *        CREDIT   keyed or lockbox credit
      *        OVERRIDE supervisor 'O' override debit
      *        REVDR    'R' reversal that raises the balance
      *        REVCR    'R' reversal that lowers the balance
      *        ADJDR    'A' adjustment that raises the balance
      *        ADJCR    'A' adjustment that lowers the balance
      *        FEE      monthly service fee assessment and
      *                 returned-check NSF fee
      *        INTEREST late-interest assessment
      *        WRITEOFF balance write-off
      *        REFUND   approved refund check
      *        ESCHEAT  unclaimed credit balance remitted to the
      *                 state
      *        TAX      sales tax charged with a fee or recurring
      *                 charge
      *        PROMO    loyalty redemption and referral reward
      *                 credits
      *        DEPOSIT  security deposit applied to the balance or
      *                 released onto it
      *    A category with no line here stops the GL step: money
      *    with nowhere to go in the ledger is not an interface file.
      *|==============================================================|

           1 GLMapRecord.
               2 GLMapCategory PIC X(8).
               2 GLMapDrAcct PIC X(10).
               2 GLMapCrAcct PIC X(10).
               2 GLMapDesc PIC X(30).
