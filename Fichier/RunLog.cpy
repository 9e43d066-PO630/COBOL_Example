      *    the business-day calendar says tonight is a weekend or
      *    holiday and the chain exits clean without running.
                   88 RunCycleSkipped VALUE 'K'.
      *    'R' is the restart record NightlyBatch writes in place of
      *    'C' when a stopped night resumes at its failed step; the
      *    records count carries the steps already done.
                   88 RunCycleRestart VALUE 'R'.
               2 RunRecords PIC 9(7).
               2 RunRejects PIC 9(7).
               2 RunRC PIC 9(4).
