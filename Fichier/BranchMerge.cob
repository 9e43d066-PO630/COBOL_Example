      *    bodies are written as one merged day file (CUSTTRANS,
      *    default DailyTrans.dat) for MergeTransactions, and a
      *    per-branch recap goes to the run log.
      *
      *    Each night's branch files are logged under BRANCH on the
      *    interface log (IfaceLog) as one receipt -- the merged count
      *    when the night proves, the lines found when it is refused.
      *|==============================================================|

       ENVIRONMENT DIVISION.

           FILE SECTION.

      *    Body lines are the full 112-byte BatchTransaction layout
      *    MergeTransactions reads; the record areas must carry all
      *    of it or the tran-code byte in col 105 and the referred-
      *    by Id behind it would be cut off on the way through.
               FD BranchFile.
                   1 BranchLine PIC X(112).
                   1 BranchHeaderLine REDEFINES BranchLine.
                       2 BHMarker PIC X(6).
                       2 BHCode PIC X(2).
                       2 BHDate PIC 9(8).
                       2 BHCount PIC 9(7).
                       2 FILLER PIC X(89).

               FD MergedFile.
                   1 MergedLine PIC X(112).

           WORKING-STORAGE SECTION.

               1 WSLogRC PIC 9(4) VALUE ZERO.
               1 WSLogCapacity PIC 9(5) VALUE ZERO.

      *    Interface-log work area handed to the shared IfaceLog
      *    subprogram.
               1 WSIfcCode PIC X(8) VALUE "BRANCH".
               1 WSIfcEvent PIC X(1).
               1 WSIfcRecords PIC 9(7) VALUE ZERO.
               1 WSIfcControl PIC 9(11)V99 VALUE ZERO.
               1 WSIfcFileDate PIC 9(8) VALUE ZERO.

      *|==============================================================|

       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSBranchBaseName FROM ENVIRONMENT
                       "CUSTBRBASE"
                   ON EXCEPTION
                   MOVE 12 TO WSLogRC
                   MOVE 'E' TO WSLogEvent
                   PERFORM WriteRunLogRecord
                   PERFORM VARYING WSBranchIdx FROM 1 BY 1
                           UNTIL WSBranchIdx > WSBranchCount
                       ADD BrActCount(WSBranchIdx) TO WSIfcRecords
                   END-PERFORM
                   MOVE 'X' TO WSIfcEvent
                   MOVE WSRunDate TO WSIfcFileDate
                   PERFORM WriteIfaceLogRecord
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WSMergedCount TO WSLogRecords
               MOVE 'E' TO WSLogEvent
               PERFORM WriteRunLogRecord
               MOVE 'R' TO WSIfcEvent
               MOVE WSMergedCount TO WSIfcRecords
               MOVE WSRunDate TO WSIfcFileDate
               PERFORM WriteIfaceLogRecord
               DISPLAY "BranchMerge: " WSMergedCount
                   " transactions merged from " WSBranchCount
                   " branches."
                   WSLogRecords WSLogRejects WSLogRC
                   WSLogCapacity.

           WriteIfaceLogRecord.
               CALL 'IfaceLog' USING WSIfcCode WSIfcEvent
                   WSIfcRecords WSIfcControl WSIfcFileDate.

      *|==============================================================|
