      *|==============================================================|
      *    PostHKey.cpy
      *    Key view of the live posting history (CUSTPOSTH, default
      *    PostHist.dat), which is an indexed file keyed on customer
      *    Id, posting date and a sequence number. Copied into the
      *    history FD after PostRec.cpy: the two record descriptions
      *    share one area, so PostHistRecord is the posting exactly
      *    as before and the key rides behind it. The FILLER is the
      *    length of PostHistRecord and must follow it if that
      *    record grows.
      *
      *    PostHKeyIDNum and PostHKeyDate repeat PostHIDNum and
      *    PostHDate; PostHKeySeq numbers the customer's postings on
      *    one date from 1 in the order they were written, so a
      *    customer's history reads back oldest first. Writers set
      *    the key and write PostHistKeyView, stepping the sequence
      *    past any number already taken. The month archives
      *    PostHistCutover writes stay flat PostRec.cpy images.
      *|==============================================================|

           1 PostHistKeyView.
               2 FILLER PIC X(82).
               2 PostHKey.
                   3 PostHKeyIDNum PIC 9(7).
                   3 PostHKeyDate PIC 9(8).
                   3 PostHKeySeq PIC 9(5).
