      *    business date. The nightly chain runs it on the last
      *    night of each month; TrendReport turns the history into
      *    the twelve-month view.
      *
      *    The master counts come off the nightly customer snapshot
      *    (CUSTSNAP, default CustSnap.dat) rather than another
      *    sweep of the master; SnapCheck proves it against the
      *    master's trailer first, and a snapshot that does not
      *    agree stops the step with return code 12. The tier
      *    counts stay on the rating history, which CustRating
      *    writes later in the chain than the snapshot is taken.
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT SnapshotFile ASSIGN TO WSSnapFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSFileStatus.

               SELECT RatingHistFile ASSIGN TO WSRatHistFileName

           FILE SECTION.

               FD SnapshotFile.
                   COPY "SnapRec.cpy".

               FD RatingHistFile.
                   COPY "RatHist.cpy".

           WORKING-STORAGE SECTION.

      *    Each customer's master image, off the snapshot.
               COPY "CustRec.cpy".

               1 WSSnapFileName PIC X(100).

               1 WSSnapCaller PIC X(20) VALUE "MonthEnd".
               1 WSSnapValid PIC X(1).
                   88 WSSnapIsValid VALUE 'Y'.

               1 WSRatHistFileName PIC X(100).

       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSSnapFileName FROM ENVIRONMENT "CUSTSNAP"
                   ON EXCEPTION
                       MOVE "CustSnap.dat" TO WSSnapFileName
               END-ACCEPT
               ACCEPT WSRatHistFileName FROM ENVIRONMENT "CUSTRATHIST"
                   ON EXCEPTION
               ELSE
                   MOVE WSBizDateParm TO WSRunDate
               END-IF
               CALL 'SnapCheck' USING WSSnapCaller WSSnapValid
               IF NOT WSSnapIsValid
                   DISPLAY "MonthEnd: customer snapshot does not "
                       "agree with the master; snapshot not run."
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM TallyMaster
               PERFORM TallyRatingTiers
               PERFORM AppendSnapshot

           TallyMaster.
               MOVE 'N' TO WSEOF
               OPEN INPUT SnapshotFile
               PERFORM UNTIL WSAtEOF
                   READ SnapshotFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF SnapIDNum NOT = 9999999
                               MOVE SnapCustImage TO CustomerData
                               PERFORM TallyOneCustomer
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SnapshotFile.

           TallyOneCustomer.
               ADD 1 TO WSTotalCount
