      *|==============================================================|
      *    OiLink.cpy
      *    Parameter area handed to the OpenItem subprogram with its
      *    function code. The caller fills the fields its function
      *    reads and OpenItem answers in the rest:
      *        'Q' query    - OiLIDNum in; OiLTerms out
      *        'V' validate - OiLIDNum and OiLRef (the invoice number
      *                       a debit names) in
      *        'P' post     - OiLIDNum, OiLDirection (the way the
      *                       balance moved, D or C), OiLAmount,
      *                       OiLDate, OiLRef, OiLDueDate (zero for
      *                       the account's terms) and OiLDesc in.
      *                       A debit books an invoice: OiLRef and
      *                       OiLDueDate come back as booked. A
      *                       credit pays the invoice OiLRef names
      *                       as far as it will go (OiLApplied) and
      *                       holds the rest on account (OiLOnAccount
      *                       under OiLOnAcctRef).
      *    OiLResult answers:
      *        'Y' - done, or (on 'Q' and 'V') the customer is in
      *              open-item mode and the number is free
      *        'N' - the customer is not in open-item mode; nothing
      *              to do
      *        'X' - on 'V', the invoice number is already on the
      *              account; on 'P', the number named was taken and
      *              the invoice was booked under the next number
      *        'E' - the open-item file could not be read or written
      *|==============================================================|

           1 OiLinkArea.
               2 OiLIDNum PIC 9(7).
               2 OiLDirection PIC X(1).
               2 OiLAmount PIC 9(7)V99.
               2 OiLDate PIC 9(8).
               2 OiLRef PIC X(10).
               2 OiLDueDate PIC 9(8).
               2 OiLDesc PIC X(20).
               2 OiLApplied PIC 9(7)V99.
               2 OiLOnAccount PIC 9(7)V99.
               2 OiLOnAcctRef PIC X(10).
               2 OiLTerms PIC 9(3).
               2 OiLResult PIC X(1).
                   88 OiLDone VALUE 'Y'.
                   88 OiLNotOpenItem VALUE 'N'.
                   88 OiLTaken VALUE 'X'.
                   88 OiLFailed VALUE 'E'.
