      *|==============================================================|
      *    IfaceDef.cpy
      *    Interface register record layout: one line per file we
      *    expect to exchange with an outside party (CUSTIFACEDEF,
      *    default IfaceDef.dat), maintained on the IfaceMaint
      *    screen. IfdCode is the code the importing or exporting
      *    program logs its receipts, dispatches and
      *    acknowledgments under (through IfaceLog), so the
      *    register, Watchdog and the IfaceRpt status report all
      *    meet on it.
      *
      *    IfdDirection is 'I' for a file we take in, 'O' for one
      *    we send. IfdSchedule says when the file is due:
      *        'D' every business night
      *        'W' weekly, on day IfdSchedDay of the week
      *            (1 = Monday .. 7 = Sunday, as DateCalc counts)
      *        'M' monthly, on day IfdSchedDay of the month (1-28)
      *        'R' on request only -- never overdue
      *    IfdDeadline (hhmm) is the time on the business date by
      *    which the file should have arrived or gone; a schedule
      *    day that falls on a night the chain does not run is
      *    judged against the next business night's deadline.
      *    IfdAckDays, on an outbound file, is how many days the
      *    partner has to acknowledge a dispatch; zero means no
      *    acknowledgment is expected.
      *|==============================================================|

           1 IfaceDefRecord.
               2 IfdCode PIC X(8).
               2 IfdName PIC X(30).
               2 IfdDirection PIC X(1).
                   88 IfdInbound VALUE 'I'.
                   88 IfdOutbound VALUE 'O'.
               2 IfdPartner PIC X(12).
               2 IfdSchedule PIC X(1).
                   88 IfdDaily VALUE 'D'.
                   88 IfdWeekly VALUE 'W'.
                   88 IfdMonthly VALUE 'M'.
                   88 IfdOnRequest VALUE 'R'.
               2 IfdSchedDay PIC 9(2).
               2 IfdDeadline PIC 9(4).
               2 IfdAckDays PIC 9(2).
               2 IfdProgram PIC X(20).
