      *|==============================================================|
      *    OpenItem.cpy
      *    Shared open-item record layout for business customers
      *    billed by invoice rather than by balance, on the indexed
      *    open-item file (CUSTOPENITEM, default OpenItem.dat) keyed
      *    by Id and reference. The balance file stays the book of
      *    record; the open items say which invoices that balance
      *    is made of.
      *
      *    OiKind:
      *        'I' an invoice -- every debit posted to the account,
      *            under the invoice number keyed with it or the
      *            next one the account issues, with its due date
      *        'U' an on-account credit -- a payment, or the part
      *            of one, that named no open invoice, held until
      *            an operator allocates it on OpenItemMaint
      *    OiOpenAmount is what is still unpaid on an invoice, or
      *    still unallocated on a credit; an item at zero is closed
      *    and stays on file as history.
      *
      *    The account's own record rides on the same file under
      *    its Id and a blank reference, the way the master's
      *    control records ride under reserved keys: a customer
      *    with one is in open-item mode. It carries the payment
      *    terms that set an invoice's due date when none is keyed,
      *    and the next number the account issues.
      *|==============================================================|

           1 OpenItemRecord.
               2 OiKey.
                   3 OiIDNum PIC 9(7).
                   3 OiRef PIC X(10).
               2 OiKind PIC X(1).
                   88 OiInvoice VALUE 'I'.
                   88 OiOnAccount VALUE 'U'.
                   88 OiAccountRecord VALUE 'A'.
               2 OiDocDate PIC 9(8).
               2 OiDueDate PIC 9(8).
               2 OiOrigAmount PIC 9(7)V99.
               2 OiOpenAmount PIC 9(7)V99.
               2 OiLastDate PIC 9(8).
               2 OiDesc PIC X(20).

           1 OiAcctRecord REDEFINES OpenItemRecord.
               2 OiAKey.
                   3 OiAIDNum PIC 9(7).
                   3 OiARef PIC X(10).
               2 OiAKind PIC X(1).
               2 OiATermsDays PIC 9(3).
               2 OiANextSeq PIC 9(7).
               2 OiAEnrolDate PIC 9(8).
               2 OiAOperator PIC X(8).
               2 FILLER PIC X(36).
