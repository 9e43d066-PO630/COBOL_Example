      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PostHistConvert.

      *|==============================================================|
      *    PostHistConvert is the one-time load of the posting
      *    history from its old line-sequential form into the
      *    indexed file every program now opens (CUSTPOSTH, default
      *    PostHist.dat, keyed by customer, date and sequence --
      *    PostHKey.cpy). Before the run the old file is renamed out
      *    of the way; its name is CUSTPOSTHFLAT, default
      *    PostHist.flat. The run refuses, RC 16, when the two names
      *    are the same file, so the old history can never be
      *    opened for output over itself.
      *
      *    Every old line is written unchanged under its customer
      *    and date, the customer's lines on a date numbered from 1
      *    in the order the old file held them -- the order they
      *    were posted. The proof is taken twice: the line count
      *    and the debit and credit totals of the old file as it is
      *    read, then the same three figures off the new file read
      *    back end to end. All three must agree or the run ends
      *    RC 12 and the old file must stay in service until the
      *    difference is found. The old file is never changed;
      *    rerunning starts the new file over.
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT FlatHistFile ASSIGN TO WSFlatFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSFlatStatus.

               SELECT HistoryFile ASSIGN TO WSHistFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PostHKey
                   FILE STATUS IS WSHistFileStatus.

      *|==============================================================|

       DATA DIVISION.

           FILE SECTION.

               FD FlatHistFile.
                   COPY "PostRec.cpy"
                       REPLACING LEADING ==PostH== BY ==FlatH==.

               FD HistoryFile.
                   COPY "PostRec.cpy".
                   COPY "PostHKey.cpy".

           WORKING-STORAGE SECTION.

               1 WSFlatFileName PIC X(100).
               1 WSHistFileName PIC X(100).

               1 WSFlatStatus PIC X(2).
                   88 WSFlatOK VALUE '00'.
               1 WSHistFileStatus PIC X(2).
                   88 WSHistFileOK VALUE '00'.
                   88 WSHistDupKey VALUE '22'.

               1 WSEOF PIC X(1).
                   88 WSAtEOF VALUE 'Y'.
               1 WSHistWrittenFlag PIC X(1).
                   88 WSHistWritten VALUE 'Y'.

      *    The proof: the old file's figures as read, the new
      *    file's as read back.
               1 WSOldCount PIC 9(9) VALUE ZERO.
               1 WSOldDebits PIC 9(13)V99 VALUE ZERO.
               1 WSOldCredits PIC 9(13)V99 VALUE ZERO.
               1 WSNewCount PIC 9(9) VALUE ZERO.
               1 WSNewDebits PIC 9(13)V99 VALUE ZERO.
               1 WSNewCredits PIC 9(13)V99 VALUE ZERO.
               1 WSFailedCount PIC 9(9) VALUE ZERO.

               1 WSShowDebits PIC Z(12)9.99.
               1 WSShowCredits PIC Z(12)9.99.

      *    Run-log work area handed to the shared RunLog subprogram.
               1 WSLogStepName PIC X(20) VALUE "PostHistConvert".
               1 WSLogEvent PIC X(1).
               1 WSLogRecords PIC 9(7) VALUE ZERO.
               1 WSLogRejects PIC 9(7) VALUE ZERO.
               1 WSLogRC PIC 9(4) VALUE ZERO.
               1 WSLogCapacity PIC 9(5) VALUE ZERO.

      *|==============================================================|

       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSFlatFileName FROM ENVIRONMENT "CUSTPOSTHFLAT"
                   ON EXCEPTION
                       MOVE "PostHist.flat" TO WSFlatFileName
               END-ACCEPT
               ACCEPT WSHistFileName FROM ENVIRONMENT "CUSTPOSTH"
                   ON EXCEPTION
                       MOVE "PostHist.dat" TO WSHistFileName
               END-ACCEPT
               MOVE 'S' TO WSLogEvent
               PERFORM WriteRunLogRecord
               IF WSFlatFileName = WSHistFileName
                   DISPLAY "PostHistConvert: the old and new history "
                       "are both " FUNCTION TRIM(WSHistFileName)
                       "; rename the old file first."
                   MOVE 16 TO WSLogRC
                   PERFORM FinishRun
                   GOBACK
               END-IF
               OPEN INPUT FlatHistFile
               IF NOT WSFlatOK
                   DISPLAY "PostHistConvert: old history "
                       FUNCTION TRIM(WSFlatFileName)
                       " will not open: " WSFlatStatus
                   MOVE 16 TO WSLogRC
                   PERFORM FinishRun
                   GOBACK
               END-IF
               OPEN OUTPUT HistoryFile
               CLOSE HistoryFile
               OPEN I-O HistoryFile
               IF NOT WSHistFileOK
                   DISPLAY "PostHistConvert: new history "
                       FUNCTION TRIM(WSHistFileName)
                       " will not open: " WSHistFileStatus
                   CLOSE FlatHistFile
                   MOVE 16 TO WSLogRC
                   PERFORM FinishRun
                   GOBACK
               END-IF
               PERFORM LoadOldHistory
               CLOSE FlatHistFile
               CLOSE HistoryFile
               PERFORM ReadBackNewHistory
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
      *    LoadOldHistory copies each old line across and takes the
      *    old file's figures as it goes.
      *|==============================================================|

           LoadOldHistory.
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSAtEOF
                   READ FlatHistFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           PERFORM ConvertOneLine
                   END-READ
               END-PERFORM.

           ConvertOneLine.
               ADD 1 TO WSOldCount
               IF FlatHCredit
                   ADD FlatHAmount TO WSOldCredits
               ELSE
                   ADD FlatHAmount TO WSOldDebits
               END-IF
               MOVE FlatHistRecord TO PostHistRecord
               PERFORM WriteKeyedHistory.

      *|==============================================================|
      *    WriteKeyedHistory files the line under the customer and
      *    date at the first sequence number not already taken --
      *    the same rule the posting programs follow.
      *|==============================================================|

           WriteKeyedHistory.
               MOVE PostHIDNum TO PostHKeyIDNum
               MOVE PostHDate TO PostHKeyDate
               MOVE ZERO TO PostHKeySeq
               MOVE 'N' TO WSHistWrittenFlag
               PERFORM UNTIL WSHistWritten
                   ADD 1 TO PostHKeySeq
                   WRITE PostHistKeyView
                       INVALID KEY
                           IF NOT WSHistDupKey
                               OR PostHKeySeq = 99999
                               DISPLAY "PostHistConvert: line "
                                   WSOldCount " for " PostHIDNum
                                   " not written: " WSHistFileStatus
                               ADD 1 TO WSFailedCount
                               SET WSHistWritten TO TRUE
                           END-IF
                       NOT INVALID KEY
                           SET WSHistWritten TO TRUE
                   END-WRITE
               END-PERFORM.

      *|==============================================================|
      *    ReadBackNewHistory takes the new file's figures off the
      *    file itself, not off what was written to it.
      *|==============================================================|

           ReadBackNewHistory.
               MOVE 'N' TO WSEOF
               OPEN INPUT HistoryFile
               IF NOT WSHistFileOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ HistoryFile NEXT RECORD
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           ADD 1 TO WSNewCount
                           IF PostHCredit
                               ADD PostHAmount TO WSNewCredits
                           ELSE
                               ADD PostHAmount TO WSNewDebits
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HistoryFile.

           ReportProof.
               MOVE WSOldDebits TO WSShowDebits
               MOVE WSOldCredits TO WSShowCredits
               DISPLAY "PostHistConvert: old file " WSOldCount
                   " lines, debits " WSShowDebits
                   ", credits " WSShowCredits
               MOVE WSNewDebits TO WSShowDebits
               MOVE WSNewCredits TO WSShowCredits
               DISPLAY "PostHistConvert: new file " WSNewCount
                   " lines, debits " WSShowDebits
                   ", credits " WSShowCredits
               IF WSNewCount = WSOldCount
                   AND WSNewDebits = WSOldDebits
                   AND WSNewCredits = WSOldCredits
                   AND WSFailedCount = ZERO
                   DISPLAY "PostHistConvert: counts and totals "
                       "agree; the new history is proven."
               ELSE
                   DISPLAY "PostHistConvert: counts or totals do "
                       "not agree; keep the old history in service."
                   MOVE 12 TO WSLogRC
               END-IF.

           WriteRunLogRecord.
               CALL 'RunLog' USING WSLogStepName WSLogEvent
                   WSLogRecords WSLogRejects WSLogRC
                   WSLogCapacity.

      *|==============================================================|
