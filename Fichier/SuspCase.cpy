      *|==============================================================|
      *    SuspCase.cpy
      *    Shared suspicious-activity case layout: one line per alert
      *    on the case file (CUSTSUSPCASE, default SuspCase.dat). The
      *    nightly SuspMonitor step appends each alert open ('O');
      *    a supervisor closes it ('C') on the SuspReview screen with
      *    a disposition and a note, stamped with the date and the
      *    operator. Nothing is acted on, and nothing is removed,
      *    without that recorded decision.
      *        SCaseDisp 'N' no concern (the activity is explained)
      *                  'V' verified with the customer
      *                  'E' escalated for investigation
      *|==============================================================|

           1 SuspCaseRecord.
               2 SCaseIDNum PIC 9(7).
               2 SCaseRule PIC X(8).
               2 SCaseDetectDate PIC 9(8).
               2 SCaseStatus PIC X(1).
                   88 SCaseOpen VALUE 'O'.
                   88 SCaseClosed VALUE 'C'.
               2 SCaseEventDate PIC 9(8).
               2 SCaseAmount PIC 9(7)V99.
               2 SCaseDetail PIC X(60).
               2 SCaseDisp PIC X(1).
                   88 SCaseNoConcern VALUE 'N'.
                   88 SCaseVerified VALUE 'V'.
                   88 SCaseEscalated VALUE 'E'.
               2 SCaseNote PIC X(40).
               2 SCaseDecideDate PIC 9(8).
               2 SCaseOperator PIC X(8).
