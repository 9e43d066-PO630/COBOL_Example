      *|==============================================================|
      *    RptElig.cpy
      *    The programs an operator may queue for an overnight run
      *    (RptRequest) and RptReqRun will run: each one batch-safe
      *    when CALLed from the nightly chain, told everything it
      *    needs through the environment, and writing one output
      *    file the run can name. EligCatalogs is 'Y' for a program
      *    that files its own report-catalog entry (RptReqRun
      *    catalogues the output of the others itself).
      *|==============================================================|

           1 EligibleList.
               2 FILLER PIC X(50) VALUE
                   "MailLabels  YMailing labels (mode C/H/P/T)        ".
               2 FILLER PIC X(50) VALUE
                   "GenExtract  NLayout-driven customer extract       ".
               2 FILLER PIC X(50) VALUE
                   "DupFinder   NDuplicate-customer worksheet         ".
               2 FILLER PIC X(50) VALUE
                   "StmtReprint YStatement reprints for an Id list    ".
           1 EligibleTable REDEFINES EligibleList.
               2 EligEntry OCCURS 4 TIMES.
                   3 EligProgram PIC X(12).
                   3 EligCatalogs PIC X(1).
                       88 EligSelfCatalogs VALUE 'Y'.
                   3 EligDesc PIC X(37).
           1 EligCount PIC 9(2) VALUE 4.
