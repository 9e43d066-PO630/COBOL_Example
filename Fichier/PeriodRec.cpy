      *|==============================================================|
      *    PeriodRec.cpy
      *    Shared posting-period control record layout: one line per
      *    month closed, appended by PeriodClose to PeriodCtl.dat
      *    (CUSTPERIOD) once a supervisor has signed the month's
      *    close certification -- the month, who signed and when,
      *    and the certified opening, debit, credit and closing
      *    totals. Every month up to the latest one on the file is
      *    closed: PeriodCheck answers from it, and no posting may
      *    land in a closed month. Append-only.
      *|==============================================================|

           1 PeriodCloseRecord.
               2 PerMonth PIC 9(6).
               2 PerCloseDate PIC 9(8).
               2 PerStamp PIC 9(14).
               2 PerSupervisor PIC X(8).
               2 PerOpening PIC S9(11)V99.
               2 PerDebits PIC 9(11)V99.
               2 PerCredits PIC 9(11)V99.
               2 PerClosing PIC S9(11)V99.
