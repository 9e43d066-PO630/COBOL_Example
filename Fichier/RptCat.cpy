      *    counts -- so the morning review starts from a catalog
      *    instead of an ls listing, and yesterday's output is
      *    findable even after today's run wrote a new file.
      *    RCatRequestor names the operator an overnight request was
      *    run for (RptReqRun); it is blank for the shop's own
      *    scheduled and desk runs.
      *|==============================================================|

           1 ReportCatalogRecord.
               2 RCatBizDate PIC 9(8).
               2 RCatPages PIC 9(4).
               2 RCatRecords PIC 9(7).
               2 RCatRequestor PIC X(8).
