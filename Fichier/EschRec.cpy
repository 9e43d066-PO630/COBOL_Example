      *|==============================================================|
      *    EschRec.cpy
      *    Shared unclaimed-property (escheatment) case record layout:
      *    one record per customer per annual escheatment run on the
      *    indexed case file (Escheat.dat, CUSTESCHEAT, RECORD KEY
      *    EschKey -- the customer Id plus the run year). EscheatRun
      *    opens the case when it finds a credit balance with no
      *    customer-initiated activity past the dormancy period and
      *    mails the due-diligence letter; EscheatMaint records the
      *    letter's answer; EscheatRemit turns the unanswered cases
      *    over to the state once the response window has run.
      *|==============================================================|

           1 EscheatRecord.
               2 EschKey.
                   3 EschIDNum PIC 9(7).
                   3 EschYear PIC 9(4).
      *    'L' lettered and awaiting an answer; 'U' the letter came
      *    back undeliverable (still bound for the state); 'C' the
      *    customer answered and keeps the money on account; 'W'
      *    withdrawn because the account moved or the credit is
      *    gone; 'E' escheated -- remitted to the state.
               2 EschStatus PIC X(1).
                   88 EschLettered VALUE 'L'.
                   88 EschUndeliverable VALUE 'U'.
                   88 EschClaimed VALUE 'C'.
                   88 EschWithdrawn VALUE 'W'.
                   88 EschRemitted VALUE 'E'.
                   88 EschAwaiting VALUES 'L', 'U'.
               2 EschAmount PIC 9(7)V99.
               2 EschLastActivity PIC 9(8).
               2 EschLetterDate PIC 9(8).
               2 EschResponseDate PIC 9(8).
               2 EschRemitDate PIC 9(8).
               2 EschRemitAmount PIC 9(7)V99.
               2 EschState PIC X(2).
               2 EschOperator PIC X(8).
               2 EschStamp PIC 9(14).
