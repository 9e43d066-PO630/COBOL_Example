      *|==============================================================|
      *    GLJrnl.cpy
      *    Shared GL interface record layout: the daily journal file
      *    GLInterface writes for the accounting system (CUSTGLOUT,
      *    default GLJournal.dat). One line per account side of each
      *    posting category the business date moved, for each
      *    balance component the category moved -- a debit line and
      *    its matching credit line -- carrying the category's item
      *    count, so the ledger can tie back to PostRecon's totals
      *    without re-keying anything.
      *|==============================================================|

           1 GLJournalRecord.
               2 GLJBizDate PIC 9(8).
               2 GLJSeq PIC 9(5).
               2 GLJAccount PIC X(10).
               2 GLJDrCr PIC X(1).
                   88 GLJDebitLine VALUE 'D'.
                   88 GLJCreditLine VALUE 'C'.
               2 GLJAmount PIC 9(11)V99.
               2 GLJCategory PIC X(8).
               2 GLJItemCount PIC 9(7).
               2 GLJDesc PIC X(30).
      *    The balance component the pair moved: 'P' principal, 'F'
      *    fees, 'I' interest.
               2 GLJComponent PIC X(1).

      *    GLTrailerRecord is the control trailer closing the file:
      *    reserved sequence 99999, then the line count and the debit
      *    and credit totals the accounting system balances the file
      *    to before it will load it.
           1 GLTrailerRecord REDEFINES GLJournalRecord.
               2 GLTBizDate PIC 9(8).
               2 GLTSeq PIC 9(5).
               2 GLTLineCount PIC 9(7).
               2 GLTDebitTotal PIC 9(11)V99.
               2 GLTCreditTotal PIC 9(11)V99.
               2 FILLER PIC X(37).
