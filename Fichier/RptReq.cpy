      *|==============================================================|
      *    RptReq.cpy
      *    Overnight report request record layout: one line per
      *    one-off run an operator asks for on the RptRequest screen
      *    (CUSTRPTREQ, default RptRequest.dat), worked by the
      *    RptReqRun step at the end of the nightly chain.
      *
      *    RrqProgram is one of the eligible programs on
      *    RptElig.cpy. RrqSelectFile names the CUSTSELECT criteria
      *    file the run is scoped by (blank for every customer);
      *    RrqInputFile the program's own input -- the GenExtract
      *    layout, or the Id list for StmtReprint or a targeted
      *    MailLabels run; RrqOption the MailLabels run mode or the
      *    StmtReprint month (yyyymm). RrqStatus:
      *        'Q' queued for tonight
      *        'C' complete -- RrqOutFile written and catalogued
      *            under the requester
      *        'F' failed -- RrqReason says why
      *        'W' withdrawn by the operator before it ran
      *|==============================================================|

           1 RptRequestRecord.
               2 RrqNumber PIC 9(6).
               2 RrqSubmitted PIC 9(14).
               2 RrqOperator PIC X(8).
               2 RrqProgram PIC X(12).
               2 RrqSelectFile PIC X(50).
               2 RrqInputFile PIC X(50).
               2 RrqOption PIC X(8).
               2 RrqStatus PIC X(1).
                   88 RrqQueued VALUE 'Q'.
                   88 RrqComplete VALUE 'C'.
                   88 RrqFailed VALUE 'F'.
                   88 RrqWithdrawn VALUE 'W'.
               2 RrqRunStamp PIC 9(14).
               2 RrqOutFile PIC X(60).
               2 RrqRecords PIC 9(7).
               2 RrqReason PIC X(30).
