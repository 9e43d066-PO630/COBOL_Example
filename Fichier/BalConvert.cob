      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BalConvert.

      *|==============================================================|
      *    BalConvert is the one-time load of the balance file from
      *    its old 24-byte record (Id, balance, last posting date)
      *    into the wider BalRec.cpy record every program now opens
      *    (CUSTBAL, default CustBal.dat), which splits the balance
      *    into principal, fees and interest. Before the run the old
      *    file is renamed out of the way; its name is CUSTBALOLD,
      *    default CustBal.old. The run refuses, RC 16, when the two
      *    names are the same file, so the old balances can never be
      *    opened for output over themselves.
      *
      *    Every old record is written under its own Id with the
      *    balance and last posting date unchanged and the whole
      *    balance as principal -- fees and interest zero -- since
      *    nothing older says what it was made of; BalAlloc splits
      *    it from the next posting on. The proof is taken twice:
      *    the record count and the net of the balances off the old
      *    file as it is read, then the same two figures off the
      *    new file read back end to end, where every record's
      *    components must also net to its balance. All of it must
      *    agree or the run ends RC 12 and the old file must stay
      *    in service until the difference is found. The old file
      *    is never changed; rerunning starts the new file over.
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT OldBalanceFile ASSIGN TO WSOldFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS OldBalIDNum
                   FILE STATUS IS WSOldStatus.

               SELECT BalanceFile ASSIGN TO WSBalFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS BalIDNum
                   FILE STATUS IS WSBalFileStatus.

      *|==============================================================|

       DATA DIVISION.

           FILE SECTION.

      *    The balance record as it stood before the split.
               FD OldBalanceFile.
                   1 OldBalanceRecord.
                       2 OldBalIDNum PIC 9(7).
                       2 OldBalAmount PIC S9(7)V99.
                       2 OldBalLastPostDate PIC 9(8).

               FD BalanceFile.
                   COPY "BalRec.cpy".

           WORKING-STORAGE SECTION.

               1 WSOldFileName PIC X(100).
               1 WSBalFileName PIC X(100).

               1 WSOldStatus PIC X(2).
                   88 WSOldOK VALUE '00'.
               1 WSBalFileStatus PIC X(2).
                   88 WSBalFileOK VALUE '00'.

               1 WSEOF PIC X(1).
                   88 WSAtEOF VALUE 'Y'.

      *    The proof: the old file's figures as read, the new
      *    file's as read back.
               1 WSOldCount PIC 9(9) VALUE ZERO.
               1 WSOldNet PIC S9(13)V99 VALUE ZERO.
               1 WSNewCount PIC 9(9) VALUE ZERO.
               1 WSNewNet PIC S9(13)V99 VALUE ZERO.
               1 WSSplitBadCount PIC 9(9) VALUE ZERO.
               1 WSFailedCount PIC 9(9) VALUE ZERO.

               1 WSShowNet PIC -Z(12)9.99.

      *    Run-log work area handed to the shared RunLog subprogram.
               1 WSLogStepName PIC X(20) VALUE "BalConvert".
               1 WSLogEvent PIC X(1).
               1 WSLogRecords PIC 9(7) VALUE ZERO.
               1 WSLogRejects PIC 9(7) VALUE ZERO.
               1 WSLogRC PIC 9(4) VALUE ZERO.
               1 WSLogCapacity PIC 9(5) VALUE ZERO.

      *|==============================================================|

       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSOldFileName FROM ENVIRONMENT "CUSTBALOLD"
                   ON EXCEPTION
                       MOVE "CustBal.old" TO WSOldFileName
               END-ACCEPT
               ACCEPT WSBalFileName FROM ENVIRONMENT "CUSTBAL"
                   ON EXCEPTION
                       MOVE "CustBal.dat" TO WSBalFileName
               END-ACCEPT
               MOVE 'S' TO WSLogEvent
               PERFORM WriteRunLogRecord
               IF WSOldFileName = WSBalFileName
                   DISPLAY "BalConvert: the old and new balances "
                       "are both " FUNCTION TRIM(WSBalFileName)
                       "; rename the old file first."
                   MOVE 16 TO WSLogRC
                   PERFORM FinishRun
                   GOBACK
               END-IF
               OPEN INPUT OldBalanceFile
               IF NOT WSOldOK
                   DISPLAY "BalConvert: old balances "
                       FUNCTION TRIM(WSOldFileName)
                       " will not open: " WSOldStatus
                   MOVE 16 TO WSLogRC
                   PERFORM FinishRun
                   GOBACK
               END-IF
               OPEN OUTPUT BalanceFile
               IF NOT WSBalFileOK
                   DISPLAY "BalConvert: new balances "
                       FUNCTION TRIM(WSBalFileName)
                       " will not open: " WSBalFileStatus
                   CLOSE OldBalanceFile
                   MOVE 16 TO WSLogRC
                   PERFORM FinishRun
                   GOBACK
               END-IF
               PERFORM LoadOldBalances
               CLOSE OldBalanceFile
               CLOSE BalanceFile
               PERFORM ReadBackNewBalances
               PERFORM ReportProof
               PERFORM FinishRun
               GOBACK.

           FinishRun.
               MOVE 'E' TO WSLogEvent
               MOVE WSNewCount TO WSLogRecords
               MOVE WSFailedCount TO WSLogRejects
               PERFORM WriteRunLogRecord
               MOVE WSLogRC TO RETURN-CODE.

      *|==============================================================|
      *    LoadOldBalances copies each old record across in key
      *    order and takes the old file's figures as it goes.
      *|==============================================================|

           LoadOldBalances.
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSAtEOF
                   READ OldBalanceFile NEXT RECORD
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           PERFORM ConvertOneBalance
                   END-READ
               END-PERFORM.

           ConvertOneBalance.
               ADD 1 TO WSOldCount
               ADD OldBalAmount TO WSOldNet
               MOVE OldBalIDNum TO BalIDNum
               MOVE OldBalAmount TO BalAmount
               MOVE OldBalLastPostDate TO BalLastPostDate
               MOVE OldBalAmount TO BalPrincipal
               MOVE ZERO TO BalFees BalInterest
               WRITE BalanceRecord
                   INVALID KEY
                       DISPLAY "BalConvert: balance for "
                           OldBalIDNum " not written: "
                           WSBalFileStatus
                       ADD 1 TO WSFailedCount
               END-WRITE.

      *|==============================================================|
      *    ReadBackNewBalances takes the new file's figures off the
      *    file itself, not off what was written to it.
      *|==============================================================|

           ReadBackNewBalances.
               MOVE 'N' TO WSEOF
               OPEN INPUT BalanceFile
               IF NOT WSBalFileOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ BalanceFile NEXT RECORD
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           ADD 1 TO WSNewCount
                           ADD BalAmount TO WSNewNet
                           IF BalPrincipal + BalFees + BalInterest
                               NOT = BalAmount
                               ADD 1 TO WSSplitBadCount
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BalanceFile.

           ReportProof.
               MOVE WSOldNet TO WSShowNet
               DISPLAY "BalConvert: old file " WSOldCount
                   " balances, net " WSShowNet
               MOVE WSNewNet TO WSShowNet
               DISPLAY "BalConvert: new file " WSNewCount
                   " balances, net " WSShowNet
               IF WSNewCount = WSOldCount
                   AND WSNewNet = WSOldNet
                   AND WSSplitBadCount = ZERO
                   AND WSFailedCount = ZERO
                   DISPLAY "BalConvert: counts and totals agree; "
                       "the new balance file is proven."
               ELSE
                   DISPLAY "BalConvert: counts or totals do not "
                       "agree; keep the old balances in service."
                   MOVE 12 TO WSLogRC
               END-IF.

           WriteRunLogRecord.
               CALL 'RunLog' USING WSLogStepName WSLogEvent
                   WSLogRecords WSLogRejects WSLogRC
                   WSLogCapacity.

      *|==============================================================|
