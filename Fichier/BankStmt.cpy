      *|==============================================================|
      *    BankStmt.cpy
      *    Bank daily statement record layout: the file the bank
      *    sends for the collection account each business day
      *    (BankStmt.dat, CUSTBANKSTMT), one header and one line
      *    per item booked to the account:
      *        header  'H', statement date, total of the credit
      *                items 9(9)V99, item count 9(7)
      *        item    'C' credit (money in) or 'D' debit (money
      *                out), value date, amount 9(9)V99, zero,
      *                the bank's reference, and its narrative
      *    The statement must balance to its own header before
      *    BankRecon takes a line of it.
      *|==============================================================|

           1 BankStmtRecord.
               2 BsRecType PIC X(1).
                   88 BsHeader VALUE 'H'.
                   88 BsCredit VALUE 'C'.
                   88 BsDebit VALUE 'D'.
               2 BsDate PIC 9(8).
               2 BsAmount PIC 9(9)V99.
               2 BsCount PIC 9(7).
               2 BsRef PIC X(16).
               2 BsDesc PIC X(30).
