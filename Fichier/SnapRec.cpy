      *|==============================================================|
      *    SnapRec.cpy
      *    Shared nightly customer snapshot layout: one flat line per
      *    customer on the master, built by CustSnapshot right after
      *    ReconCheck (CUSTSNAP, default CustSnap.dat) and read by
      *    the reporting steps in place of the master. The whole
      *    221-byte CustomerData image rides in SnapCustImage, so a
      *    reader MOVEs it to its own CustRec.cpy record area and
      *    every paragraph keeps working from CustomerData; the
      *    joined facts follow it so no reporting step has to open
      *    the balance, rating, territory, cycle, household, or
      *    suppression files for them:
      *        SnapBalance, SnapLastPostDate - off the balance file
      *        SnapTier, SnapTierDate        - the latest rating run
      *        SnapTerritory                 - TerrAssign's code
      *        SnapCycle                     - CycleAssign's cycle
      *        SnapHouseId                   - HouseholdBuild's Id
      *        SnapNoMail/Email/Phone        - do-not-contact flags
      *                                        in effect on the
      *                                        business date
      *    A fact with no source record is blank or zero. Details
      *    are in Id order; the file ends with one control trailer
      *    (Id 9999999) carrying the detail count, the master
      *    trailer's count it was built against, and the balance
      *    total. SnapCheck proves it before a reader uses it.
      *|==============================================================|

           1 SnapshotRecord.
               2 SnapIDNum PIC 9(7).
               2 SnapCustImage PIC X(221).
               2 SnapBalance PIC S9(7)V99.
               2 SnapLastPostDate PIC 9(8).
               2 SnapTier PIC X(8).
               2 SnapTierDate PIC 9(8).
               2 SnapTerritory PIC X(4).
               2 SnapCycle PIC 9(1).
               2 SnapHouseId PIC 9(5).
               2 SnapNoMail PIC X(1).
                   88 SnapMailBlocked VALUE 'Y'.
               2 SnapNoEmail PIC X(1).
                   88 SnapEmailBlocked VALUE 'Y'.
               2 SnapNoPhone PIC X(1).
                   88 SnapPhoneBlocked VALUE 'Y'.

      *    SnapTrailerRecord is the control trailer's view of the
      *    same line, on the reserved Id the master's own trailer
      *    uses.
           1 SnapTrailerRecord REDEFINES SnapshotRecord.
               2 SnapTrlIDNum PIC 9(7).
               2 SnapTrlType PIC X(1).
                   88 SnapTrlIsTrailer VALUE 'T'.
               2 SnapTrlRunDate PIC 9(8).
               2 SnapTrlCount PIC 9(7).
               2 SnapTrlMasterCount PIC 9(7).
               2 SnapTrlStamp PIC 9(14).
               2 SnapTrlBalTotal PIC S9(9)V99.
               2 FILLER PIC X(219).
