      *    catch-all code 'UNAS'. The rollup report and the
      *    CustSelect TERRITORY criteria field answer from the
      *    same ranges, so all three always agree.
      *
      *    The customers come off the nightly customer snapshot
      *    (CUSTSNAP, default CustSnap.dat), in Id order, rather
      *    than another sweep of the master; SnapCheck proves it
      *    against the master's trailer first, and a snapshot that
      *    does not agree stops the step with return code 12.
      *|==============================================================|

       ENVIRONMENT DIVISION.
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSTerrDefStatus.

               SELECT SnapshotFile ASSIGN TO WSSnapFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSFileStatus.

               SELECT AssignFile ASSIGN TO WSAssignFileName
               FD TerrDefFile.
                   COPY "TerrRec.cpy".

               FD SnapshotFile.
                   COPY "SnapRec.cpy".

               FD AssignFile.
                   1 TerritoryAsgRecord.

           WORKING-STORAGE SECTION.

      *    Each customer's master image, off the snapshot.
               COPY "CustRec.cpy".

               1 WSTerrDefFileName PIC X(100).
               1 WSSnapFileName PIC X(100).
               1 WSAssignFileName PIC X(100).

               1 WSTerrDefStatus PIC X(2).

               1 WSFoundCode PIC X(4).

               1 WSSnapValid PIC X(1).
                   88 WSSnapIsValid VALUE 'Y'.

               1 WSAssignedCount PIC 9(7) VALUE ZERO.
               1 WSUnassignedCount PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSTerrDefFileName FROM ENVIRONMENT
                       "CUSTTERRDEF"
                   ON EXCEPTION
                       MOVE "TerrDef.dat" TO WSTerrDefFileName
               END-ACCEPT
               ACCEPT WSSnapFileName FROM ENVIRONMENT "CUSTSNAP"
                   ON EXCEPTION
                       MOVE "CustSnap.dat" TO WSSnapFileName
               END-ACCEPT
               ACCEPT WSAssignFileName FROM ENVIRONMENT "CUSTTERR"
                   ON EXCEPTION
               END-IF
               MOVE 'S' TO WSLogEvent
               PERFORM WriteRunLogRecord
               CALL 'SnapCheck' USING WSLogStepName WSSnapValid
               IF NOT WSSnapIsValid
                   DISPLAY "TerrAssign: customer snapshot does not "
                       "agree with the master; territories not "
                       "restamped."
                   MOVE 12 TO WSLogRC
                   MOVE 'E' TO WSLogEvent
                   PERFORM WriteRunLogRecord
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM LoadRangeTable
               IF WSRangeCount = ZERO
                   DISPLAY "TerrAssign: no territory definitions "
                       "at " WSTerrDefFileName
                       "; every customer assigns UNAS."
               END-IF
               OPEN INPUT SnapshotFile
               IF NOT WSFileOK
                   DISPLAY "TerrAssign: customer snapshot will not "
                       "open: " WSFileStatus
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               OPEN OUTPUT AssignFile
               PERFORM UNTIL WSAtEOF
                   READ SnapshotFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF SnapIDNum NOT = 9999999
                               MOVE SnapCustImage TO CustomerData
                               PERFORM AssignOneCustomer
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SnapshotFile, AssignFile
               MOVE WSAssignedCount TO WSLogRecords
               MOVE WSUnassignedCount TO WSLogRejects
               MOVE 'E' TO WSLogEvent
