      *    the page on the printer each morning describes the master
      *    as the night left it.
      *    Output goes to Dashboard.rpt.
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

               SELECT JournalFile ASSIGN TO WSJournalFileName

           FILE SECTION.

               FD SnapshotFile.
                   COPY "SnapRec.cpy".

               FD JournalFile.
                   COPY "JrnlRec.cpy".
                       2 JCatEntryCount PIC 9(7).
                       2 JCatFirstStamp PIC 9(14).
                       2 JCatLastStamp PIC 9(14).
                       2 JCatOpenChain PIC X(16).
                       2 JCatCloseChain PIC X(16).

               FD DashReport.
                   1 DashLine PIC X(80).

           WORKING-STORAGE SECTION.

      *    Each customer's master image, off the snapshot.
               COPY "CustRec.cpy".

               1 WSSnapFileName PIC X(100).

               1 WSSnapCaller PIC X(20) VALUE "Dashboard".
               1 WSSnapValid PIC X(1).
                   88 WSSnapIsValid VALUE 'Y'.

               1 WSJournalFileName PIC X(100).

       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSSnapFileName FROM ENVIRONMENT "CUSTSNAP"
                   ON EXCEPTION
                       MOVE "CustSnap.dat" TO WSSnapFileName
               END-ACCEPT
               ACCEPT WSJournalFileName FROM ENVIRONMENT "CUSTJRNL"
                   ON EXCEPTION
                   ON EXCEPTION
                       MOVE "JrnlCatalog.dat" TO WSJrnlCatName
               END-ACCEPT
               CALL 'SnapCheck' USING WSSnapCaller WSSnapValid
               IF NOT WSSnapIsValid
                   DISPLAY "Dashboard: customer snapshot does not "
                       "agree with the master; page not run."
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM TallyMaster
               PERFORM TallyJournalWeek
               PERFORM TallyArchivedSegments
               GOBACK.

      *|==============================================================|
      *    TallyMaster sweeps the snapshot once for the status, type,
      *    and contact mixes.
      *|==============================================================|

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
               EVALUATE TRUE
