      *    (PIC 99V99, fed in from an activity extract) tested against
      *    four 88-level tiers, the rating equivalent of Conditions
      *    .cob's passable/moyen/bien/parfait.
      *
      *    Names come off the nightly customer snapshot (CUSTSNAP,
      *    default CustSnap.dat), matched in Id order against the
      *    extract ActivityGen writes in the same order, rather than
      *    a keyed read of the master per line; SnapCheck proves the
      *    snapshot against the master's trailer first, and one
      *    that does not agree stops the step with return code 12.
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT SnapshotFile ASSIGN TO WSSnapFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSFileStatus.

               SELECT ActivityFile ASSIGN TO WSActivityFileName

           FILE SECTION.

               FD SnapshotFile.
                   COPY "SnapRec.cpy".

               FD ActivityFile.
                   1 ActivityLine.

           WORKING-STORAGE SECTION.

      *    The rated customer's master image, off the snapshot.
               COPY "CustRec.cpy".

               1 WSSnapFileName PIC X(100).

               1 WSSnapCaller PIC X(20) VALUE "CustRating".
               1 WSSnapValid PIC X(1).
                   88 WSSnapIsValid VALUE 'Y'.

               1 WSSnapEOF PIC X(1) VALUE 'N'.
                   88 WSSnapAtEOF VALUE 'Y'.

               1 WSActivityFileName PIC X(100).

       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSSnapFileName FROM ENVIRONMENT "CUSTSNAP"
                   ON EXCEPTION
                       MOVE "CustSnap.dat" TO WSSnapFileName
               END-ACCEPT
               ACCEPT WSActivityFileName FROM ENVIRONMENT "CUSTACT"
                   ON EXCEPTION
               ELSE
                   MOVE WSBizDateParm TO WSRunDate
               END-IF
               CALL 'SnapCheck' USING WSSnapCaller WSSnapValid
               IF NOT WSSnapIsValid
                   DISPLAY "CustRating: customer snapshot does not "
                       "agree with the master; customers not rated."
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               OPEN INPUT ActivityFile
               OPEN INPUT SnapshotFile
               PERFORM ReadNextSnapshot
               OPEN OUTPUT RatingReport
               OPEN EXTEND RatingHistFile
               IF WSRatHistMissing
               MOVE WSRatedCount TO WSCatRecords
               CALL 'RptCatalog' USING WSCatReportName
                   WSCatFileName WSCatPages WSCatRecords
               CLOSE ActivityFile, SnapshotFile, RatingReport
               CLOSE RatingHistFile
               GOBACK.

      *|==============================================================|
      *    RateOneCustomer finds the customer's name on the snapshot
      *    by Id, buckets the activity score into a rating tier, and
      *    writes one line to the ratings report.
      *|==============================================================|

           RateOneCustomer.
               PERFORM UNTIL WSSnapAtEOF OR SnapIDNum >= ActIDNum
                   PERFORM ReadNextSnapshot
               END-PERFORM
               IF NOT WSSnapAtEOF AND SnapIDNum = ActIDNum
                   MOVE SnapCustImage TO CustomerData
               ELSE
                   MOVE SPACES TO FirstName OF CustomerData
                   MOVE "Unknown" TO LastName OF CustomerData
               END-IF
               MOVE ActScore TO WSScore
               EVALUATE TRUE
                   WHEN RatingPlatinum
               MOVE WSRatingLabel TO RHTier
               WRITE RatingHistRecord.

      *    ReadNextSnapshot steps the snapshot on; its trailer sorts
      *    last on the reserved Id, so no activity line ever matches
      *    it.
           ReadNextSnapshot.
               READ SnapshotFile
                   AT END SET WSSnapAtEOF TO TRUE
               END-READ.

      *|==============================================================|
