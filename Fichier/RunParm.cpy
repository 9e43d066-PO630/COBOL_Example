      *|==============================================================|
      *    RunParm.cpy
      *    Shared run-parameter record layout: one line per CUST*
      *    setting on the central parameter file (CUSTPARMS, default
      *    RunParm.dat), the file every program reads its thresholds
      *    and file names from through the shared ParmLoad service.
      *    An environment variable of the same name set by the
      *    scheduler still wins over the file. Maintained only
      *    through the supervisor ParmMaint screen, which stamps who
      *    changed a line and when and journals the old and new
      *    value; listed every cycle by ParmList.
      *        ParmType 'N' - the value must be numeric (a day count,
      *                       a percentage, an amount)
      *                 'X' - free text (a file name, an identifier)
      *|==============================================================|

           1 RunParmRecord.
               2 ParmName PIC X(20).
               2 ParmType PIC X(1).
                   88 ParmNumeric VALUE 'N'.
                   88 ParmText VALUE 'X'.
               2 ParmValue PIC X(60).
               2 ParmDesc PIC X(40).
               2 ParmChangedBy PIC X(8).
               2 ParmStamp PIC 9(14).
