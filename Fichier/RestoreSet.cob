      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RestoreSet.

      *|==============================================================|
      *    RestoreSet is the read-back counterpart of BackupSet: it
      *    puts a whole backup set back together -- the master and
      *    every money and control file from the one night -- so a
      *    bad posting night is rolled back whole and the master and
      *    the money files never come from different nights.
      *
      *    The set is named by the 1st command-line argument, either
      *    its identifier (SET20250131) or just the business date,
      *    or by the CUSTBAKSETID environment variable. Its members
      *    are found on the backup catalog (CUSTBAKCAT, default
      *    BackupCatalog.dat); a set taken twice for the same date
      *    restores its later members.
      *
      *    Nothing is touched until the whole set is proved: every
      *    member must be catalogued and verified, and every archive
      *    must re-read to the count the catalog vouches for. Any
      *    gap refuses the restore with RETURN-CODE 16 and the live
      *    files exactly as they were. The restore then takes the
      *    master's in-use marker (CustLock) so neither the chain
      *    nor a screen opens a file halfway back, rebuilds each
      *    indexed file and rewrites each flat one under the name
      *    its programs read (the same environment variables
      *    BackupSet used), proves each member's restored count
      *    against the catalog, and releases the marker. A count
      *    that does not prove ends RETURN-CODE 8.
      *
      *    PostJournal.log comes back as it stood that night, so the
      *    chain control file (see JrnlChain) is re-seated on the
      *    restored journal's last chained value: the next posting
      *    chains on from it and JrnlVerify finds the tail it holds.
      *
      *    The posting history comes back keyed as BackupSet took
      *    it. A set taken before the history was indexed holds the
      *    bare postings; each is keyed afresh by customer and date
      *    in the order the set holds them.
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

               1 WSLiveStatus PIC X(2).
                   88 WSLiveOK VALUE '00'.
               1 WSArchStatus PIC X(2).
                   88 WSArchOK VALUE '00'.
               1 WSCatStatus PIC X(2).
                   88 WSCatOK VALUE '00'.

               1 WSEOF PIC X(1).
                   88 WSAtEOF VALUE 'Y'.
               1 WSHistWrittenFlag PIC X(1).
                   88 WSHistWritten VALUE 'Y'.
                   88 WSHistGivenUp VALUE 'X'.

               1 WSSetParm PIC X(12).
               1 WSSetId PIC X(12).

      *    The set's members, as BackupSet names them: member name,
      *    the environment variable its programs read its name from,
      *    its default file, and 'I' for indexed -- with what the
      *    catalog says of this set's archive for each.
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

               1 MemberCatalog.
                   2 MemberCat OCCURS 10 TIMES.
                       3 McFound PIC X(1).
                           88 McOnCatalog VALUE 'Y'.
                       3 McArchiveName PIC X(100).
                       3 McRecordCount PIC 9(7).
                       3 McVerifiedFlag PIC X(1).
                           88 McVerified VALUE 'Y'.

               1 WSMemberCount PIC 9(2) VALUE 10.
               1 WSMemIdx PIC 9(2).

               1 WSCount PIC 9(7).

      *    Last chained value on the posting journal as restored.
               1 WSChainFunction PIC X(1).
               1 WSChainEntry PIC X(480).
               1 WSChainValue PIC X(16).
               1 WSProblemCount PIC 9(2) VALUE ZERO.
               1 WSMismatchCount PIC 9(2) VALUE ZERO.

      *    In-use marker on the master, held for the restore.
               1 WSLockFunction PIC X(1).
               1 WSLockHolder PIC X(8).
               1 WSLockHeld PIC X(1).
                   88 WSMasterLocked VALUE 'Y'.

      *|==============================================================|

       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT WSSetParm FROM ARGUMENT-VALUE
                   ON EXCEPTION
                       MOVE SPACES TO WSSetParm
               END-ACCEPT
               IF WSSetParm = SPACES
                   ACCEPT WSSetParm FROM ENVIRONMENT "CUSTBAKSETID"
                       ON EXCEPTION
                           MOVE SPACES TO WSSetParm
                   END-ACCEPT
               END-IF
               IF WSSetParm = SPACES
                   DISPLAY "RestoreSet: no set named. Pass the set "
                       "identifier or its business date as the 1st "
                       "argument, or set CUSTBAKSETID."
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE FUNCTION UPPER-CASE(WSSetParm) TO WSSetId
               IF WSSetParm(1:8) IS NUMERIC
                   MOVE SPACES TO WSSetId
                   STRING "SET" WSSetParm(1:8) DELIMITED BY SIZE
                       INTO WSSetId
                   END-STRING
               END-IF
               ACCEPT WSCatalogFileName FROM ENVIRONMENT "CUSTBAKCAT"
                   ON EXCEPTION
                       MOVE "BackupCatalog.dat" TO WSCatalogFileName
               END-ACCEPT
               PERFORM LoadSetFromCatalog
               PERFORM ProveOneArchive
                   VARYING WSMemIdx FROM 1 BY 1
                   UNTIL WSMemIdx > WSMemberCount
               IF WSProblemCount > ZERO
                   DISPLAY "RestoreSet: set " WSSetId " refused, "
                       WSProblemCount " member(s) missing or "
                       "unproven. No file was touched."
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE 'T' TO WSLockFunction
               MOVE "RESTORE" TO WSLockHolder
               CALL 'CustLock' USING WSLockFunction WSLockHolder
                   WSLockHeld
               IF WSMasterLocked
                   DISPLAY "RestoreSet: refused, the customer master "
                       "is marked in use by " WSLockHolder "."
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM RestoreOneMember
                   VARYING WSMemIdx FROM 1 BY 1
                   UNTIL WSMemIdx > WSMemberCount
               MOVE 'R' TO WSLockFunction
               CALL 'CustLock' USING WSLockFunction WSLockHolder
                   WSLockHeld
               IF WSMismatchCount > ZERO
                   DISPLAY "RESTORE OF SET " WSSetId " INCOMPLETE: "
                       WSMismatchCount " member(s) did not prove."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   DISPLAY "Backup set " WSSetId " restored, "
                       WSMemberCount " members proved."
                   MOVE ZERO TO RETURN-CODE
               END-IF
               GOBACK.

      *|==============================================================|
      *    LoadSetFromCatalog picks this set's entries off the
      *    catalog, a later entry for a member replacing an earlier.
      *|==============================================================|

           LoadSetFromCatalog.
               INITIALIZE MemberCatalog
               MOVE 'N' TO WSEOF
               OPEN INPUT CatalogFile
               IF NOT WSCatOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ CatalogFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF CatSetId = WSSetId
                               PERFORM NoteCatalogMember
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CatalogFile.

           NoteCatalogMember.
               PERFORM VARYING WSMemIdx FROM 1 BY 1
                       UNTIL WSMemIdx > WSMemberCount
                   IF MemName(WSMemIdx) = CatMember
                       MOVE 'Y' TO McFound(WSMemIdx)
                       MOVE CatArchiveName
                           TO McArchiveName(WSMemIdx)
                       MOVE CatRecordCount
                           TO McRecordCount(WSMemIdx)
                       MOVE CatVerifiedFlag
                           TO McVerifiedFlag(WSMemIdx)
                   END-IF
               END-PERFORM.

      *|==============================================================|
      *    ProveOneArchive: the member must be on the catalog,
      *    verified when taken, and re-read to the catalogued count
      *    today.
      *|==============================================================|

           ProveOneArchive.
               IF NOT McOnCatalog(WSMemIdx)
                   DISPLAY "  " MemName(WSMemIdx)
                       ": not on the catalog for " WSSetId
                   ADD 1 TO WSProblemCount
                   EXIT PARAGRAPH
               END-IF
               IF NOT McVerified(WSMemIdx)
                   DISPLAY "  " MemName(WSMemIdx)
                       ": archive never verified"
                   ADD 1 TO WSProblemCount
                   EXIT PARAGRAPH
               END-IF
               MOVE McArchiveName(WSMemIdx) TO WSArchiveFileName
               MOVE ZERO TO WSCount
               MOVE 'N' TO WSEOF
               OPEN INPUT ArchiveFile
               IF NOT WSArchOK
                   DISPLAY "  " MemName(WSMemIdx) ": archive "
                       WSArchiveFileName " will not open: "
                       WSArchStatus
                   ADD 1 TO WSProblemCount
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ ArchiveFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           ADD 1 TO WSCount
                   END-READ
               END-PERFORM
               CLOSE ArchiveFile
               IF WSCount NOT = McRecordCount(WSMemIdx)
                   DISPLAY "  " MemName(WSMemIdx) ": archive holds "
                       WSCount ", catalog says "
                       McRecordCount(WSMemIdx)
                   ADD 1 TO WSProblemCount
               END-IF.

      *|==============================================================|
      *    RestoreOneMember lays one member back under its live
      *    name and proves the count written.
      *|==============================================================|

           RestoreOneMember.
               MOVE MemDefault(WSMemIdx) TO WSLiveFileName
               IF MemEnvVar(WSMemIdx) NOT = SPACES
                   ACCEPT WSLiveFileName
                       FROM ENVIRONMENT MemEnvVar(WSMemIdx)
                       ON EXCEPTION
                           MOVE MemDefault(WSMemIdx)
                               TO WSLiveFileName
                   END-ACCEPT
               END-IF
               MOVE McArchiveName(WSMemIdx) TO WSArchiveFileName
               MOVE ZERO TO WSCount
               EVALUATE MemName(WSMemIdx)
                   WHEN "MASTER"
                       OPEN OUTPUT CustomerFile
                   WHEN "BALANCE"
                       OPEN OUTPUT BalanceFile
                   WHEN "LIMITS"
                       OPEN OUTPUT LimitFile
                   WHEN "PLANS"
                       OPEN OUTPUT PlanFile
                   WHEN "SUPPRESS"
                       OPEN OUTPUT SuppressFile
                   WHEN "POSTHIST"
                       OPEN OUTPUT HistoryFile
                   WHEN OTHER
                       OPEN OUTPUT FlatFile
               END-EVALUATE
               IF NOT WSLiveOK
                   DISPLAY "  " MemName(WSMemIdx) ": could not "
                       "create " WSLiveFileName ", status "
                       WSLiveStatus
                   ADD 1 TO WSMismatchCount
                   EXIT PARAGRAPH
               END-IF
               MOVE ZEROS TO WSChainValue
               MOVE 'N' TO WSEOF
               OPEN INPUT ArchiveFile
               PERFORM UNTIL WSAtEOF
                   READ ArchiveFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           PERFORM RestoreOneRecord
                   END-READ
               END-PERFORM
               CLOSE ArchiveFile
               IF MemName(WSMemIdx) = "POSTJRNL"
                   MOVE 'R' TO WSChainFunction
                   CALL 'JrnlChain' USING WSChainFunction
                       WSLiveFileName WSChainEntry WSChainValue
               END-IF
               EVALUATE MemName(WSMemIdx)
                   WHEN "MASTER"
                       CLOSE CustomerFile
                   WHEN "BALANCE"
                       CLOSE BalanceFile
                   WHEN "LIMITS"
                       CLOSE LimitFile
                   WHEN "PLANS"
                       CLOSE PlanFile
                   WHEN "SUPPRESS"
                       CLOSE SuppressFile
                   WHEN "POSTHIST"
                       CLOSE HistoryFile
                   WHEN OTHER
                       CLOSE FlatFile
               END-EVALUATE
               IF WSCount = McRecordCount(WSMemIdx)
                   DISPLAY "  " MemName(WSMemIdx) " restored to "
                       WSLiveFileName ": " WSCount " records"
               ELSE
                   DISPLAY "  " MemName(WSMemIdx) ": restored "
                       WSCount " of " McRecordCount(WSMemIdx)
                       " records to " WSLiveFileName
                   ADD 1 TO WSMismatchCount
               END-IF.

           RestoreOneRecord.
               EVALUATE MemName(WSMemIdx)
                   WHEN "MASTER"
                       MOVE ArchiveLine TO CustomerData
                       WRITE CustomerData
                           INVALID KEY
                               EXIT PARAGRAPH
                       END-WRITE
                   WHEN "BALANCE"
                       MOVE ArchiveLine TO BalanceRecord
                       WRITE BalanceRecord
                           INVALID KEY
                               EXIT PARAGRAPH
                       END-WRITE
                   WHEN "LIMITS"
                       MOVE ArchiveLine TO CreditLimitRecord
                       WRITE CreditLimitRecord
                           INVALID KEY
                               EXIT PARAGRAPH
                       END-WRITE
                   WHEN "PLANS"
                       MOVE ArchiveLine TO PaymentPlanRecord
                       WRITE PaymentPlanRecord
                           INVALID KEY
                               EXIT PARAGRAPH
                       END-WRITE
                   WHEN "SUPPRESS"
                       MOVE ArchiveLine TO SuppressionRecord
                       WRITE SuppressionRecord
                           INVALID KEY
                               EXIT PARAGRAPH
                       END-WRITE
                   WHEN "POSTHIST"
                       MOVE ArchiveLine TO PostHistKeyView
                       IF PostHKey IS NOT NUMERIC
                           PERFORM RestoreUnkeyedHistory
                           IF NOT WSHistWritten
                               EXIT PARAGRAPH
                           END-IF
                       ELSE
                           WRITE PostHistKeyView
                               INVALID KEY
                                   EXIT PARAGRAPH
                           END-WRITE
                       END-IF
                   WHEN OTHER
                       MOVE ArchiveLine TO FlatLine
                       WRITE FlatLine
                       IF MemName(WSMemIdx) = "POSTJRNL"
                           AND ArchiveLine(66:16) NOT = SPACES
                           MOVE ArchiveLine(66:16) TO WSChainValue
                       END-IF
               END-EVALUATE
               ADD 1 TO WSCount.

      *|==============================================================|
      *    RestoreUnkeyedHistory: a set taken while the posting
      *    history was still a flat file holds the bare posting, so
      *    the key is made as the posting programs make it -- the
      *    customer and date at the first sequence number free.
      *|==============================================================|

           RestoreUnkeyedHistory.
               MOVE PostHIDNum TO PostHKeyIDNum
               MOVE PostHDate TO PostHKeyDate
               MOVE ZERO TO PostHKeySeq
               MOVE 'N' TO WSHistWrittenFlag
               PERFORM UNTIL WSHistWritten OR WSHistGivenUp
                   ADD 1 TO PostHKeySeq
                   WRITE PostHistKeyView
                       INVALID KEY
                           IF WSLiveStatus NOT = '22'
                               OR PostHKeySeq = 99999
                               MOVE 'X' TO WSHistWrittenFlag
                           END-IF
                       NOT INVALID KEY
                           SET WSHistWritten TO TRUE
                   END-WRITE
               END-PERFORM.

      *|==============================================================|
