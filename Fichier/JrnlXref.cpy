      *|==============================================================|
      *    JrnlXref.cpy
      *    Customer cross-reference over the archived audit journal
      *    (CUSTJRNLXREF, default JrnlXref.dat, indexed): one entry
      *    per journal record cut over into an archive segment,
      *    keyed by customer Id and JrnlTimestamp, pointing to the
      *    segment named in the journal catalog and the record's
      *    position in it (1 for the first entry). JournalCutover
      *    adds the entries as it archives; JrnlXrefBuild rebuilds
      *    the file from the catalog and its segments. The segment
      *    date and position complete the key, so two entries for
      *    one customer in the same second stay apart. Type and
      *    operator ride along, so a listing of who did what needs
      *    no trip to the segment; the images stay only on the
      *    journal itself. The online journal, small by design
      *    since the nightly cutover, is not cross-referenced.
      *|==============================================================|

           1 JrnlXrefRecord.
               2 JXKey.
                   3 JXIDNum PIC 9(7).
                   3 JXStamp PIC 9(14).
                   3 JXSegDate PIC 9(8).
                   3 JXEntryNum PIC 9(7).
               2 JXSegmentName PIC X(100).
               2 JXTranType PIC X(1).
               2 JXOperator PIC X(8).
