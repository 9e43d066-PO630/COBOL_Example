      *|==============================================================|
      *    InvHist.cpy
      *    Shared data-file inventory history layout: one line per
      *    data file per FileInventory run (CUSTINVHIST, default
      *    InvHist.dat) -- the business date, the inventory's short
      *    name for the file, and the records it held -- so growth
      *    can be measured week over week. Append-only; a rerun for
      *    the same date adds a second set of lines and the latest
      *    earlier date is always the one compared against.
      *|==============================================================|

           1 InvHistRecord.
               2 InvHDate PIC 9(8).
               2 InvHName PIC X(10).
               2 InvHCount PIC 9(9).
