      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SnapCheck.

      *|==============================================================|
      *    SnapCheck is how a reporting step proves the nightly
      *    customer snapshot (CUSTSNAP, default CustSnap.dat,
      *    SnapRec.cpy) before reading it in place of the master:
      *    the snapshot must end in its control trailer, the
      *    details ahead of the trailer must number what the
      *    trailer says, and that count must agree with the count
      *    on the master's own trailer (CUSTMSTR, Id 9999999) as it
      *    stands now. A missing snapshot, a missing trailer on
      *    either file, or any disagreement answers LK-SnapValid
      *    'N' with the reason displayed under the caller's name;
      *    the caller then refuses to run rather than report off a
      *    stale or short copy. 'Y' means the snapshot is safe to
      *    read. A callable service in the PeriodCheck mold: both
      *    files are opened and closed on every call.
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT CustomerFile ASSIGN TO WSCustFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS IDNum
                   ALTERNATE RECORD KEY IS LastName
                       WITH DUPLICATES
                   FILE STATUS IS WSFileStatus.

               SELECT SnapshotFile ASSIGN TO WSSnapFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSSnapStatus.

      *|==============================================================|

       DATA DIVISION.

           FILE SECTION.

               FD CustomerFile.
                   COPY "CustRec.cpy".

               FD SnapshotFile.
                   COPY "SnapRec.cpy".

           WORKING-STORAGE SECTION.

               1 WSCustFileName PIC X(100).
               1 WSSnapFileName PIC X(100).

               1 WSFileStatus PIC X(2).
                   88 WSFileOK VALUE '00'.
               1 WSSnapStatus PIC X(2).
                   88 WSSnapOK VALUE '00'.

               1 WSEOF PIC X(1).
                   88 WSAtEOF VALUE 'Y'.

               1 WSSnapTrlFlag PIC X(1).
                   88 WSSnapTrlFound VALUE 'Y'.
               1 WSMasterTrlFlag PIC X(1).
                   88 WSMasterTrlFound VALUE 'Y'.

               1 WSDetailCount PIC 9(7).
               1 WSAfterTrlCount PIC 9(7).
               1 WSSnapTrlCount PIC 9(7).
               1 WSSnapRunDate PIC 9(8).
               1 WSMasterCount PIC 9(7).

           LINKAGE SECTION.

               1 LK-Caller PIC X(20).
               1 LK-SnapValid PIC X(1).

       PROCEDURE DIVISION USING LK-Caller LK-SnapValid.

           MainLine.
               MOVE 'N' TO LK-SnapValid
               CALL 'ParmLoad'
               ACCEPT WSCustFileName FROM ENVIRONMENT "CUSTMSTR"
                   ON EXCEPTION
                       MOVE "test.dat" TO WSCustFileName
               END-ACCEPT
               ACCEPT WSSnapFileName FROM ENVIRONMENT "CUSTSNAP"
                   ON EXCEPTION
                       MOVE "CustSnap.dat" TO WSSnapFileName
               END-ACCEPT
               PERFORM ReadSnapshot
               IF NOT WSSnapOK AND NOT WSSnapTrlFound
                   EXIT PROGRAM
               END-IF
               PERFORM ReadMasterTrailer
               EVALUATE TRUE
                   WHEN NOT WSSnapTrlFound
                       DISPLAY FUNCTION TRIM(LK-Caller)
                           ": customer snapshot "
                           FUNCTION TRIM(WSSnapFileName)
                           " has no control trailer."
                   WHEN WSAfterTrlCount NOT = ZERO
                       DISPLAY FUNCTION TRIM(LK-Caller)
                           ": customer snapshot has "
                           WSAfterTrlCount
                           " records after its trailer."
                   WHEN WSDetailCount NOT = WSSnapTrlCount
                       DISPLAY FUNCTION TRIM(LK-Caller)
                           ": customer snapshot holds "
                           WSDetailCount " customers, its "
                           "trailer says " WSSnapTrlCount
                   WHEN NOT WSMasterTrlFound
                       DISPLAY FUNCTION TRIM(LK-Caller)
                           ": the master has no trailer to prove "
                           "the snapshot against."
                   WHEN WSSnapTrlCount NOT = WSMasterCount
                       DISPLAY FUNCTION TRIM(LK-Caller)
                           ": customer snapshot of "
                           WSSnapRunDate " holds "
                           WSSnapTrlCount " customers, the "
                           "master trailer says " WSMasterCount
                   WHEN OTHER
                       MOVE 'Y' TO LK-SnapValid
               END-EVALUATE
               EXIT PROGRAM.

      *|==============================================================|
      *    ReadSnapshot counts the detail lines up to the trailer
      *    and keeps the trailer's own count. Anything after the
      *    trailer means the file was not written by one clean run.
      *|==============================================================|

           ReadSnapshot.
               MOVE 'N' TO WSEOF, WSSnapTrlFlag
               MOVE ZERO TO WSDetailCount, WSAfterTrlCount,
                   WSSnapTrlCount, WSSnapRunDate
               OPEN INPUT SnapshotFile
               IF NOT WSSnapOK
                   DISPLAY FUNCTION TRIM(LK-Caller)
                       ": no customer snapshot at "
                       FUNCTION TRIM(WSSnapFileName)
                       " -- CustSnapshot has not run."
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ SnapshotFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           EVALUATE TRUE
                               WHEN WSSnapTrlFound
                                   ADD 1 TO WSAfterTrlCount
                               WHEN SnapTrlIDNum = 9999999
                                   AND SnapTrlIsTrailer
                                   SET WSSnapTrlFound TO TRUE
                                   MOVE SnapTrlCount
                                       TO WSSnapTrlCount
                                   MOVE SnapTrlRunDate
                                       TO WSSnapRunDate
                               WHEN OTHER
                                   ADD 1 TO WSDetailCount
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE SnapshotFile.

      *|==============================================================|
      *    ReadMasterTrailer reads the master's trailer by its
      *    reserved key, the count ReconCheck proves nightly.
      *|==============================================================|

           ReadMasterTrailer.
               MOVE 'N' TO WSMasterTrlFlag
               MOVE ZERO TO WSMasterCount
               OPEN INPUT CustomerFile
               IF NOT WSFileOK
                   EXIT PARAGRAPH
               END-IF
               MOVE 9999999 TO IDNum OF CustomerData
               READ CustomerFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WSMasterTrlFound TO TRUE
                       MOVE CtlRecordCount OF CustControlRecord
                           TO WSMasterCount
               END-READ
               CLOSE CustomerFile.

      *|==============================================================|
