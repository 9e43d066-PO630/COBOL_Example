      *|==============================================================|
      *    AttrRec.cpy
      *    Shared attrition-watch record layout: one line per
      *    customer flagged by each monthly AttrWatch run, appended
      *    to AttrHist.dat (CUSTATTRHIST) -- the run date, the
      *    customer, the territory the retention team works it
      *    from, the score, and which leading signals fired -- so a
      *    later run can tell how many of a month's flagged
      *    customers went on to close. Append-only.
      *        AttrSignals - one byte per signal, 'Y' when it fired:
      *                      tier downgrade, declining credits, no
      *                      campaign response, complaint or dispute,
      *                      nearing dormancy
      *|==============================================================|

           1 AttritionRecord.
               2 AttrRunDate PIC 9(8).
               2 AttrIDNum PIC 9(7).
               2 AttrTerr PIC X(4).
               2 AttrScore PIC 9(3).
               2 AttrSignals.
                   3 AttrSigDowngrade PIC X(1).
                   3 AttrSigCredits PIC X(1).
                   3 AttrSigNoResponse PIC X(1).
                   3 AttrSigComplaint PIC X(1).
                   3 AttrSigQuiet PIC X(1).
               2 AttrLastPost PIC 9(8).
               2 AttrBalance PIC S9(7)V99.
