      *|==============================================================|
      *    FxLink.cpy
      *    Parameter area handed to the FxLedger subprogram with its
      *    function code. The caller fills the fields its function
      *    reads and FxLedger answers in the rest:
      *        'C' convert - FxLIDNum, FxLDate, FxLLineCur (the
      *                      currency the line names, blank for
      *                      dollars) and FxLAmount in; FxLCurrency,
      *                      FxLForeign, FxLRate and FxLUsd out
      *        'B' book    - FxLIDNum, FxLDate, FxLSeq (the history
      *                      line's key), FxLType, FxLCurrency,
      *                      FxLForeign, FxLRate and FxLUsd in; the
      *                      foreign posting is written and the
      *                      customer's foreign balance moved
      *        'F' find    - FxLIDNum, FxLDate, FxLSeq in; the
      *                      foreign posting for that history line
      *                      comes back in FxLCurrency, FxLType,
      *                      FxLForeign, FxLRate and FxLUsd
      *        'Q' query   - FxLIDNum in; FxLCurrency and the
      *                      foreign balance in FxLBalance out
      *    FxLResult answers:
      *        'Y' - done: converted, booked, found, or billed in a
      *              foreign currency
      *        'N' - the customer is billed in dollars (or, on 'F',
      *              the line has no foreign side); nothing to do
      *        'R' - no exchange rate in force for the currency on
      *              the date
      *        'X' - the line names a currency the customer is not
      *              billed in
      *        'E' - a file could not be opened or written
      *|==============================================================|

           1 FxLinkArea.
               2 FxLIDNum PIC 9(7).
               2 FxLDate PIC 9(8).
               2 FxLSeq PIC 9(5).
               2 FxLType PIC X(1).
               2 FxLLineCur PIC X(3).
               2 FxLCurrency PIC X(3).
               2 FxLAmount PIC 9(7)V99.
               2 FxLForeign PIC 9(7)V99.
               2 FxLRate PIC 9(4)V9(6).
               2 FxLUsd PIC 9(7)V99.
               2 FxLBalance PIC S9(7)V99.
               2 FxLResult PIC X(1).
                   88 FxLDone VALUE 'Y'.
                   88 FxLDomestic VALUE 'N'.
                   88 FxLNoRate VALUE 'R'.
                   88 FxLMismatch VALUE 'X'.
                   88 FxLFailed VALUE 'E'.
