      *|==============================================================|
      *    HierRec.cpy
      *    Shared customer-hierarchy record layout: one record per
      *    subsidiary business account linking it to its parent (head
      *    office) account, on the indexed hierarchy file
      *    (Hierarchy.dat, CUSTHIER, RECORD KEY HierChildId,
      *    ALTERNATE RECORD KEY HierParentId WITH DUPLICATES, so a
      *    parent's subsidiaries read off in one START). The
      *    hierarchy is one level deep by rule -- a parent is never
      *    itself a subsidiary and a subsidiary never a parent -- so
      *    it cannot loop; HierMaint enforces that on every link.
      *    Read by Statement for the consolidated group summary and
      *    by Cust360, OverLimit, and RecvAnalysis to roll exposure
      *    up to the parent.
      *|==============================================================|

           1 HierRecord.
               2 HierChildId PIC 9(7).
               2 HierParentId PIC 9(7).
               2 HierLinkDate PIC 9(8).
               2 HierOperator PIC X(8).
               2 HierStamp PIC 9(14).
