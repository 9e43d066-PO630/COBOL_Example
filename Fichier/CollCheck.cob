      *    amount settle it kept ('K'); a promise past its by-date
      *    still short settles broken ('B'); anything else stays
      *    open for tomorrow. Settlements are appended, so the
      *    promise file stays an honest history. A promise settled
      *    broken is also queued through NotifyQ so the customer
      *    hears of it by email or text before the collector calls.
      *
      *    The morning report shows the broken promises first --
      *    those are today's calls -- then the collector workload
                   FILE STATUS IS WSPromStatus.

               SELECT HistoryFile ASSIGN TO WSHistFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PostHKey
                   FILE STATUS IS WSHistFileStatus.

               SELECT QueueFile ASSIGN TO WSQueueFileName

               FD HistoryFile.
                   COPY "PostRec.cpy".
                   COPY "PostHKey.cpy".

               FD QueueFile.
                   COPY "CollRec.cpy".
               1 WSBrokenCount PIC 9(3) VALUE ZERO.
               1 WSStillOpenCount PIC 9(3) VALUE ZERO.

      *    Customer notification handed to the shared NotifyQ.
               1 WSNtfEvent PIC X(2) VALUE 'CB'.
               1 WSNtfDetail PIC X(30) VALUE "Promise to pay broken".

      *    Collector workload off the queue.
               1 WSLoadMax PIC 99 VALUE 20.
               1 WSLoadCount PIC 99 VALUE ZERO.
       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSPromFileName FROM ENVIRONMENT
                       "CUSTCOLLPROM"
                   ON EXCEPTION
                       MOVE 'B' TO PtStatus(WSPromIdx)
                       PERFORM AppendVerdict
                       ADD 1 TO WSBrokenCount
                       CALL 'NotifyQ' USING PtIDNum(WSPromIdx)
                           WSNtfEvent PtAmount(WSPromIdx) WSNtfDetail
                   WHEN OTHER
                       ADD 1 TO WSStillOpenCount
               END-EVALUATE.
               IF NOT WSHistFileOK
                   EXIT PARAGRAPH
               END-IF
               MOVE PtIDNum(WSPromIdx) TO PostHKeyIDNum
               MOVE PtTaken(WSPromIdx) TO PostHKeyDate
               MOVE ZERO TO PostHKeySeq
               START HistoryFile KEY IS NOT LESS THAN PostHKey
                   INVALID KEY SET WSHistAtEOF TO TRUE
               END-START
               PERFORM UNTIL WSHistAtEOF
                   READ HistoryFile NEXT RECORD
                       AT END SET WSHistAtEOF TO TRUE
                       NOT AT END
                           IF PostHIDNum NOT = PtIDNum(WSPromIdx)
                               SET WSHistAtEOF TO TRUE
                           ELSE
                               IF PostHCredit
                                   ADD PostHAmount TO WSCreditsSince
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
