                   FILE STATUS IS WSFileStatus.

               SELECT HistoryFile ASSIGN TO WSHistFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PostHKey
                   FILE STATUS IS WSHistFileStatus.

      *    Months PostHistCutover has archived: the catalog lists

               FD HistoryFile.
                   COPY "PostRec.cpy".
                   COPY "PostHKey.cpy".

               FD PostCatFile.
                   1 PostHCatalogRecord.
       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSBalFileName FROM ENVIRONMENT "CUSTBAL"
                   ON EXCEPTION
                       MOVE "CustBal.dat" TO WSBalFileName
               MOVE 'N' TO WSHistEOF
               OPEN INPUT HistoryFile
               IF WSHistFileOK
                   MOVE BalIDNum TO PostHKeyIDNum
                   MOVE ZERO TO PostHKeyDate
                   MOVE ZERO TO PostHKeySeq
                   START HistoryFile KEY IS NOT LESS THAN PostHKey
                       INVALID KEY SET WSHistAtEOF TO TRUE
                   END-START
                   PERFORM UNTIL WSHistAtEOF
                       READ HistoryFile NEXT RECORD
                           AT END SET WSHistAtEOF TO TRUE
                           NOT AT END
                               IF PostHIDNum = BalIDNum
                                   PERFORM NetOneYearPosting
                               ELSE
                                   SET WSHistAtEOF TO TRUE
                               END-IF
                       END-READ
                   END-PERFORM
