       PROGRAM-ID. SortCust.

      *|==============================================================|
      *    SortCust reads the nightly customer snapshot (CUSTSNAP,
      *    default CustSnap.dat, built by CustSnapshot off the
      *    master) and produces a sequential extract, CustSort.dat,
      *    ordered for reporting. It is a batch step run ahead of
      *    Reports.cob so the printed customer list reflects a real
      *    sort order rather than whatever order records happen to
      *    sit in the indexed file. The snapshot is proved against
      *    the master's trailer through SnapCheck first; one that
      *    does not agree stops the step with return code 12.
      *
      *    Sort key is taken from the 1st command-line argument:
      *        N  - LastName, FirstName ascending (default)
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT SnapshotFile ASSIGN TO WSSnapFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSFileStatus.

               SELECT SortWorkFile ASSIGN TO "SortCust.wrk".

           FILE SECTION.

               FD SnapshotFile.
                   COPY "SnapRec.cpy".

               SD SortWorkFile.
                   COPY "CustRec.cpy"

           WORKING-STORAGE SECTION.

               1 WSSnapFileName PIC X(100).

               1 WSSnapValid PIC X(1).
                   88 WSSnapIsValid VALUE 'Y'.

               1 WSFileStatus PIC X(2).
                   88 WSFileOK VALUE '00'.
       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSSnapFileName FROM ENVIRONMENT "CUSTSNAP"
                   ON EXCEPTION
                       MOVE "CustSnap.dat" TO WSSnapFileName
               END-ACCEPT
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT WSSortKeyParm FROM ARGUMENT-VALUE
               END-ACCEPT
               MOVE 'S' TO WSLogEvent
               PERFORM WriteRunLogRecord
               CALL 'SnapCheck' USING WSLogStepName WSSnapValid
               IF NOT WSSnapIsValid
                   DISPLAY "SortCust: customer snapshot does not "
                       "agree with the master; extract not built."
                   MOVE 12 TO WSLogRC
                   MOVE 'E' TO WSLogEvent
                   PERFORM WriteRunLogRecord
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               IF WSSortByIDNum
                   SORT SortWorkFile
                       ASCENDING KEY IDNum OF SortRecord
                   WSLogCapacity.

      *|==============================================================|
      *    LoadSortFile feeds every customer's master image off the
      *    snapshot (its control trailer is skipped) into the sort
      *    work file.
      *|==============================================================|

           LoadSortFile.
               OPEN INPUT SnapshotFile
               PERFORM UNTIL WSAtEOF
                   READ SnapshotFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF SnapIDNum NOT = 9999999
                               MOVE SnapCustImage TO SortRecord
                               RELEASE SortRecord
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SnapshotFile.

      *|==============================================================|
      *    UnloadSortFile drains the sorted work file into the flat,
