      *    posting held for dual control on the pending-postings
      *    file (CUSTPENDPOST, default PendPost.dat). PostTrans
      *    parks any plain debit or credit above the configured
      *    CUSTPOSTLIMIT threshold -- or above CUSTKYCLIMIT on an
      *    account not yet identity-verified -- here instead of
      *    applying it; the PostApprove supervisor screen approves
      *    or rejects each one, an approval applying the money with
      *    both operators journaled -- the maker who keyed it and
      *    the checker who approved -- the way JrnlMakerId works for
      *    customer changes. PendPostRpt lists whatever is still
      *    open before the nightly posting run.
      *|==============================================================|

           1 PendingPostRecord.
               2 PPMakerId PIC X(8).
               2 PPStamp PIC 9(14).
               2 PPCheckerId PIC X(8).
      *    Why PostTrans held it: blank or 'L' over the CUSTPOSTLIMIT
      *    threshold (blank on lines from before the reason was
      *    kept), 'K' over the CUSTKYCLIMIT threshold on an account
      *    whose identity is not verified (KycCheck).
               2 PPHoldReason PIC X(1).
                   88 PPHeldOverLimit VALUES 'L', ' '.
                   88 PPHeldUnverified VALUE 'K'.
      *    The posting line's component tag (col 38), applied when
      *    the entry is approved; blank as on the line.
               2 PPComponent PIC X(1).
      *    For a customer billed in a foreign currency, the line's
      *    currency, its amount in that currency, and the rate of
      *    the day it was converted at -- PPAmount is always the
      *    dollar amount. Blank and zero for dollar customers and
      *    on lines from before foreign billing, which an approval
      *    converts at its own day's rate.
               2 PPCurrency PIC X(3).
               2 PPForeign PIC 9(7)V99.
               2 PPRate PIC 9(4)V9(6).
      *    The line's invoice number and due date (cols 42-59) for
      *    a business customer in open-item mode, so an approval
      *    books the invoice or pays it as keyed; blank on other
      *    lines and on lines from before open items.
               2 PPInvoice PIC X(10).
               2 PPDueDate PIC 9(8).
