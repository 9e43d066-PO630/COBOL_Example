      *    BackupRetention.cob reads the catalog back to decide which
      *    generations to keep, so restore decisions start from a
      *    trustworthy inventory instead of an ls listing.
      *
      *    BackupSet appends one entry per member file of a backup
      *    set, all carrying the set's identifier and each its own
      *    member name, so RestoreSet can put the whole set back
      *    together from one night. BackupCust's single-file master
      *    archives leave both fields blank.
      *|==============================================================|

           1 BackupCatalogRecord.
               2 CatVerifiedFlag PIC X(1).
                   88 CatVerified VALUE 'Y'.
                   88 CatNotVerified VALUE 'N'.
               2 CatSetId PIC X(12).
               2 CatMember PIC X(8).
