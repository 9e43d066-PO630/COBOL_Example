      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BackupSet.

      *|==============================================================|
      *    BackupSet takes a consistent backup set at the top of the
      *    nightly chain: the customer master and every money and
      *    control file beside it, copied under one set identifier
      *    for the business date, so a bad posting night can be
      *    rolled back whole and the master and the money files never
      *    come from different nights. The members are:
      *        MASTER    test.dat          CUSTMSTR     indexed
      *        BALANCE   CustBal.dat       CUSTBAL      indexed
      *        POSTHIST  PostHist.dat      CUSTPOSTH    indexed
      *        POSTJRNL  PostJournal.log   CUSTPOSTJ
      *        LIMITS    CredLimit.dat     CUSTLIMIT    indexed
      *        PLANS     PayPlan.dat       CUSTPLAN     indexed
      *        PROMISES  CollProm.dat      CUSTCOLLPROM
      *        SUPPRESS  Suppress.dat      CUSTSUPP     indexed
      *        NOTES     CustNotes.dat     CUSTNOTES
      *        BIZDATE   BizDate.dat
      *    each under the same environment variable its own programs
      *    read. The set identifier is SET and the business date
      *    (CUSTBIZDATE when the chain drives, else today); each
      *    member goes to a flat archive named from the set base
      *    (CUSTBAKSET, default BakSet), the date and the member --
      *    BakSet20250131-BALANCE.dat -- one record per line, keys
      *    in order for the indexed files, exactly as BackupCust
      *    archives the master.
      *
      *    Each archive is verified by re-reading it end to end
      *    against the count just written, then catalogued in the
      *    backup catalog (CUSTBAKCAT, default BackupCatalog.dat)
      *    with its set identifier, member name and record count. A
      *    member file not yet on disk archives as an empty member,
      *    so the set is always whole. Any member that fails to
      *    verify fails the step with RETURN-CODE 8 and the chain
      *    stops before anything touches the files. RestoreSet puts
      *    a set back.
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT CustomerFile ASSIGN TO WSLiveFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS IDNum
                   ALTERNATE RECORD KEY IS LastName
                       WITH DUPLICATES
                   FILE STATUS IS WSLiveStatus.

               SELECT BalanceFile ASSIGN TO WSLiveFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS BalIDNum
                   FILE STATUS IS WSLiveStatus.

               SELECT LimitFile ASSIGN TO WSLiveFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS LimIDNum
                   FILE STATUS IS WSLiveStatus.

               SELECT PlanFile ASSIGN TO WSLiveFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PlanIDNum
                   FILE STATUS IS WSLiveStatus.

               SELECT SuppressFile ASSIGN TO WSLiveFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SuppIDNum
                   FILE STATUS IS WSLiveStatus.

               SELECT HistoryFile ASSIGN TO WSLiveFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PostHKey
                   FILE STATUS IS WSLiveStatus.

               SELECT FlatFile ASSIGN TO WSLiveFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSLiveStatus.

               SELECT ArchiveFile ASSIGN TO WSArchiveFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSArchStatus.

               SELECT CatalogFile ASSIGN TO WSCatalogFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSCatStatus.

      *|==============================================================|

       DATA DIVISION.

           FILE SECTION.

               FD CustomerFile.
                   COPY "CustRec.cpy".

               FD BalanceFile.
                   COPY "BalRec.cpy".

               FD LimitFile.
                   COPY "LimitRec.cpy".

               FD PlanFile.
                   COPY "PlanRec.cpy".

               FD SuppressFile.
                   COPY "SuppRec.cpy".

      *    The posting history goes to its archive with its key,
      *    so a restore puts every line back under the same key.
               FD HistoryFile.
                   COPY "PostRec.cpy".
                   COPY "PostHKey.cpy".

               FD FlatFile.
                   1 FlatLine PIC X(400).

               FD ArchiveFile.
                   1 ArchiveLine PIC X(400).

               FD CatalogFile.
                   COPY "BakCat.cpy".

           WORKING-STORAGE SECTION.

               1 WSLiveFileName PIC X(100).
               1 WSArchiveFileName PIC X(100).
               1 WSCatalogFileName PIC X(100).
               1 WSSetBaseName PIC X(80).

               1 WSLiveStatus PIC X(2).
                   88 WSLiveOK VALUE '00'.
               1 WSArchStatus PIC X(2).
                   88 WSArchOK VALUE '00'.
               1 WSCatStatus PIC X(2).
                   88 WSCatMissing VALUE '35'.

               1 WSEOF PIC X(1).
                   88 WSAtEOF VALUE 'Y'.

               1 WSBizDateParm PIC X(8).
               1 WSRunDate PIC 9(8).
               1 WSSetId PIC X(12).

      *    The set's members: member name, the environment variable
      *    its programs read its name from (blank where they use a
      *    fixed name), its default file, and 'I' for indexed.
               1 MemberList.
                   2 FILLER PIC X(45) VALUE
                       "MASTER  CUSTMSTR    test.dat            I".
                   2 FILLER PIC X(45) VALUE
                       "BALANCE CUSTBAL     CustBal.dat         I".
                   2 FILLER PIC X(45) VALUE
                       "POSTHISTCUSTPOSTH   PostHist.dat        I".
                   2 FILLER PIC X(45) VALUE
                       "POSTJRNLCUSTPOSTJ   PostJournal.log     S".
                   2 FILLER PIC X(45) VALUE
                       "LIMITS  CUSTLIMIT   CredLimit.dat       I".
                   2 FILLER PIC X(45) VALUE
                       "PLANS   CUSTPLAN    PayPlan.dat         I".
                   2 FILLER PIC X(45) VALUE
                       "PROMISESCUSTCOLLPROMCollProm.dat        S".
                   2 FILLER PIC X(45) VALUE
                       "SUPPRESSCUSTSUPP    Suppress.dat        I".
                   2 FILLER PIC X(45) VALUE
                       "NOTES   CUSTNOTES   CustNotes.dat       S".
                   2 FILLER PIC X(45) VALUE
                       "BIZDATE             BizDate.dat         S".
               1 Members REDEFINES MemberList.
                   2 MemberEntry OCCURS 10 TIMES.
                       3 MemName PIC X(8).
                       3 MemEnvVar PIC X(12).
                       3 MemDefault PIC X(20).
                       3 MemOrg PIC X(1).
                           88 MemIndexed VALUE 'I'.
                       3 FILLER PIC X(4).

               1 WSMemberCount PIC 9(2) VALUE 10.
               1 WSMemIdx PIC 9(2).

               1 WSCopyCount PIC 9(7).
               1 WSTrailerCount PIC 9(7).
               1 WSVerifyCount PIC 9(7).

               1 WSVerifyFlag PIC X(1).
                   88 WSMemberVerified VALUE 'Y'.

               1 WSFailedCount PIC 9(2) VALUE ZERO.
               1 WSSetRecords PIC 9(9) VALUE ZERO.

      *    Run-log work area handed to the shared RunLog subprogram.
               1 WSLogStepName PIC X(20) VALUE "BackupSet".
               1 WSLogEvent PIC X(1).
               1 WSLogRecords PIC 9(7) VALUE ZERO.
               1 WSLogRejects PIC 9(7) VALUE ZERO.
               1 WSLogRC PIC 9(4) VALUE ZERO.
               1 WSLogCapacity PIC 9(5) VALUE ZERO.

      *|==============================================================|

       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSBizDateParm FROM ENVIRONMENT "CUSTBIZDATE"
                   ON EXCEPTION
                       MOVE SPACES TO WSBizDateParm
               END-ACCEPT
               IF WSBizDateParm = SPACES
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WSRunDate
               ELSE
                   MOVE WSBizDateParm TO WSRunDate
               END-IF
               ACCEPT WSSetBaseName FROM ENVIRONMENT "CUSTBAKSET"
                   ON EXCEPTION
                       MOVE "BakSet" TO WSSetBaseName
               END-ACCEPT
               ACCEPT WSCatalogFileName FROM ENVIRONMENT "CUSTBAKCAT"
                   ON EXCEPTION
                       MOVE "BackupCatalog.dat" TO WSCatalogFileName
               END-ACCEPT
               MOVE SPACES TO WSSetId
               STRING "SET" WSRunDate DELIMITED BY SIZE
                   INTO WSSetId
               END-STRING
               MOVE 'S' TO WSLogEvent
               PERFORM WriteRunLogRecord
               PERFORM BackupOneMember
                   VARYING WSMemIdx FROM 1 BY 1
                   UNTIL WSMemIdx > WSMemberCount
               MOVE 'E' TO WSLogEvent
               MOVE WSMemberCount TO WSLogRecords
               MOVE WSFailedCount TO WSLogRejects
               IF WSFailedCount > ZERO
                   DISPLAY "BACKUP SET " WSSetId " FAILED: "
                       WSFailedCount " member(s) did not verify."
                   MOVE 8 TO WSLogRC
                   PERFORM WriteRunLogRecord
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               DISPLAY "Backup set " WSSetId " written, "
                   WSMemberCount " members, " WSSetRecords
                   " records, verified and catalogued."
               PERFORM WriteRunLogRecord
               MOVE ZERO TO RETURN-CODE
               GOBACK.

      *|==============================================================|
      *    BackupOneMember resolves the member's live file name,
      *    copies it to its archive, proves the archive and
      *    catalogues it.
      *|==============================================================|

           BackupOneMember.
               MOVE MemDefault(WSMemIdx) TO WSLiveFileName
               IF MemEnvVar(WSMemIdx) NOT = SPACES
                   ACCEPT WSLiveFileName
                       FROM ENVIRONMENT MemEnvVar(WSMemIdx)
                       ON EXCEPTION
                           MOVE MemDefault(WSMemIdx)
                               TO WSLiveFileName
                   END-ACCEPT
               END-IF
               MOVE SPACES TO WSArchiveFileName
               STRING WSSetBaseName DELIMITED BY SPACE
                      WSRunDate DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      MemName(WSMemIdx) DELIMITED BY SPACE
                      ".dat" DELIMITED BY SIZE
                   INTO WSArchiveFileName
               END-STRING
               MOVE ZERO TO WSCopyCount
               MOVE ZERO TO WSTrailerCount
               OPEN OUTPUT ArchiveFile
               EVALUATE MemName(WSMemIdx)
                   WHEN "MASTER"
                       PERFORM CopyMaster
                   WHEN "BALANCE"
                       PERFORM CopyBalances
                   WHEN "POSTHIST"
                       PERFORM CopyPostHistory
                   WHEN "LIMITS"
                       PERFORM CopyLimits
                   WHEN "PLANS"
                       PERFORM CopyPlans
                   WHEN "SUPPRESS"
                       PERFORM CopySuppressions
                   WHEN OTHER
                       PERFORM CopyFlatFile
               END-EVALUATE
               CLOSE ArchiveFile
               PERFORM VerifyMember
               PERFORM CatalogMember
               ADD WSCopyCount TO WSSetRecords
               IF NOT WSMemberVerified
                   ADD 1 TO WSFailedCount
                   DISPLAY "BackupSet: " MemName(WSMemIdx)
                       " archive " WSArchiveFileName
                       " did not verify."
               END-IF.

      *|==============================================================|
      *    One copy paragraph per indexed member, reading the file
      *    in key order; a file not on disk leaves the member empty.
      *|==============================================================|

           CopyMaster.
               OPEN INPUT CustomerFile
               IF NOT WSLiveOK
                   EXIT PARAGRAPH
               END-IF
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSAtEOF
                   READ CustomerFile NEXT RECORD
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF IDNum = 9999999
                               MOVE CtlRecordCount TO WSTrailerCount
                           END-IF
                           MOVE CustomerData TO ArchiveLine
                           PERFORM WriteArchiveLine
                   END-READ
               END-PERFORM
               CLOSE CustomerFile.

           CopyBalances.
               OPEN INPUT BalanceFile
               IF NOT WSLiveOK
                   EXIT PARAGRAPH
               END-IF
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSAtEOF
                   READ BalanceFile NEXT RECORD
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           MOVE BalanceRecord TO ArchiveLine
                           PERFORM WriteArchiveLine
                   END-READ
               END-PERFORM
               CLOSE BalanceFile.

           CopyLimits.
               OPEN INPUT LimitFile
               IF NOT WSLiveOK
                   EXIT PARAGRAPH
               END-IF
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSAtEOF
                   READ LimitFile NEXT RECORD
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           MOVE CreditLimitRecord TO ArchiveLine
                           PERFORM WriteArchiveLine
                   END-READ
               END-PERFORM
               CLOSE LimitFile.

           CopyPlans.
               OPEN INPUT PlanFile
               IF NOT WSLiveOK
                   EXIT PARAGRAPH
               END-IF
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSAtEOF
                   READ PlanFile NEXT RECORD
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           MOVE PaymentPlanRecord TO ArchiveLine
                           PERFORM WriteArchiveLine
                   END-READ
               END-PERFORM
               CLOSE PlanFile.

           CopySuppressions.
               OPEN INPUT SuppressFile
               IF NOT WSLiveOK
                   EXIT PARAGRAPH
               END-IF
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSAtEOF
                   READ SuppressFile NEXT RECORD
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           MOVE SuppressionRecord TO ArchiveLine
                           PERFORM WriteArchiveLine
                   END-READ
               END-PERFORM
               CLOSE SuppressFile.

           CopyPostHistory.
               OPEN INPUT HistoryFile
               IF NOT WSLiveOK
                   EXIT PARAGRAPH
               END-IF
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSAtEOF
                   READ HistoryFile NEXT RECORD
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           MOVE PostHistKeyView TO ArchiveLine
                           PERFORM WriteArchiveLine
                   END-READ
               END-PERFORM
               CLOSE HistoryFile.

           CopyFlatFile.
               OPEN INPUT FlatFile
               IF NOT WSLiveOK
                   EXIT PARAGRAPH
               END-IF
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSAtEOF
                   READ FlatFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           MOVE FlatLine TO ArchiveLine
                           PERFORM WriteArchiveLine
                   END-READ
               END-PERFORM
               CLOSE FlatFile.

           WriteArchiveLine.
               WRITE ArchiveLine
               ADD 1 TO WSCopyCount.

      *|==============================================================|
      *    VerifyMember re-reads the archive just written and proves
      *    its line count against the count copied.
      *|==============================================================|

           VerifyMember.
               MOVE 'N' TO WSVerifyFlag
               MOVE ZERO TO WSVerifyCount
               MOVE 'N' TO WSEOF
               OPEN INPUT ArchiveFile
               IF NOT WSArchOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ ArchiveFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           ADD 1 TO WSVerifyCount
                   END-READ
               END-PERFORM
               CLOSE ArchiveFile
               IF WSVerifyCount = WSCopyCount
                   SET WSMemberVerified TO TRUE
               END-IF.

           CatalogMember.
               OPEN EXTEND CatalogFile
               IF WSCatMissing
                   OPEN OUTPUT CatalogFile
               END-IF
               MOVE WSArchiveFileName TO CatArchiveName
               MOVE WSRunDate TO CatRunDate
               MOVE WSCopyCount TO CatRecordCount
               MOVE WSTrailerCount TO CatTrailerCount
               IF WSMemberVerified
                   SET CatVerified TO TRUE
               ELSE
                   SET CatNotVerified TO TRUE
               END-IF
               MOVE WSSetId TO CatSetId
               MOVE MemName(WSMemIdx) TO CatMember
               WRITE BackupCatalogRecord
               CLOSE CatalogFile.

           WriteRunLogRecord.
               CALL 'RunLog' USING WSLogStepName WSLogEvent
                   WSLogRecords WSLogRejects WSLogRC
                   WSLogCapacity.

      *|==============================================================|
