      *|==============================================================|
      *    RefChk.cpy
      *    Shared refund-check register layout: one line per refund
      *    check on RefChkReg.dat (CUSTCHKREG). RefundReview puts
      *    each approved refund on as queued ('Q'); the nightly
      *    RefChkRun numbers and prints it ('I') once the refund
      *    debit is on the posting history, recording the date it
      *    posted so a later reversal can name it. A void asked for
      *    on the RefChkVoid screen ('X') and a check outstanding
      *    past the stale-dating period are both reversed back onto
      *    the customer's credit balance by the next RefChkRun and
      *    reported to the bank as voids ('V' voided, 'S' stale-
      *    dated). Lines are never removed; the register is the
      *    check-number history.
      *|==============================================================|

           1 RefundCheckRecord.
               2 ChkNumber PIC 9(8).
               2 ChkIDNum PIC 9(7).
               2 ChkAmount PIC 9(7)V99.
               2 ChkStatus PIC X(1).
                   88 ChkQueued VALUE 'Q'.
                   88 ChkIssued VALUE 'I'.
                   88 ChkVoidAsked VALUE 'X'.
                   88 ChkVoided VALUE 'V'.
                   88 ChkStale VALUE 'S'.
               2 ChkQueueDate PIC 9(8).
               2 ChkPostDate PIC 9(8).
               2 ChkIssueDate PIC 9(8).
               2 ChkStatusDate PIC 9(8).
               2 ChkOperator PIC X(8).
               2 ChkVoidOper PIC X(8).
               2 ChkPayee PIC X(40).
