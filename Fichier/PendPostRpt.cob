      *    PendPostRpt is the end-of-day conscience of posting dual
      *    control: everything still open on the pending-postings
      *    file -- held by PostTrans above the CUSTPOSTLIMIT
      *    threshold, or above CUSTKYCLIMIT on an account whose
      *    identity is not verified, and not yet approved or
      *    rejected through PostApprove -- on one report, each line
      *    saying why it was held, run ahead of the nightly posting
      *    so money waiting on a second pair of eyes is never
      *    waiting in silence.
      *
      *    Report to CUSTPENDRPT (default PendPost.rpt) inside the
      *    RptBanner frame, registered in the report catalog.
                   2 PrnPendMaker PIC X(8).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnPendDesc PIC X(20).
                   2 FILLER PIC X(1) VALUE SPACE.
                   2 PrnPendReason PIC X(12).

               1 TotalLine.
                   2 FILLER PIC X(15) VALUE " Open held     ".
       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSPendPostName FROM ENVIRONMENT
                       "CUSTPENDPOST"
                   ON EXCEPTION
               MOVE PPDate TO PrnPendDate
               MOVE PPMakerId TO PrnPendMaker
               MOVE PPDesc TO PrnPendDesc
               IF PPHeldUnverified
                   MOVE "unverified" TO PrnPendReason
               ELSE
                   MOVE "over limit" TO PrnPendReason
               END-IF
               WRITE PendLine FROM DetailLine
                   AFTER ADVANCING 1 LINE.

