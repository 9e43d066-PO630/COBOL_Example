      *|==============================================================|
      *    ParmJrnl.cpy
      *    Shared run-parameter change journal layout: one line
      *    appended by ParmMaint for every parameter added, changed
      *    or removed (CUSTPARMJRNL, default ParmJournal.log), with
      *    the value before and after and the operator who made the
      *    change, so any threshold can be traced back to who set it.
      *        PjAction 'A' added, 'C' changed, 'R' removed
      *|==============================================================|

           1 ParmJournalRecord.
               2 PjStamp PIC 9(14).
               2 PjOperator PIC X(8).
               2 PjAction PIC X(1).
                   88 PjAdded VALUE 'A'.
                   88 PjChanged VALUE 'C'.
                   88 PjRemoved VALUE 'R'.
               2 PjName PIC X(20).
               2 PjOldValue PIC X(60).
               2 PjNewValue PIC X(60).
