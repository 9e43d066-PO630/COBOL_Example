      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DispCheck.

      *|==============================================================|
      *    DispCheck answers the question every aging pass must ask
      *    before it calls a debit overdue: how much of this
      *    customer's balance is under dispute? A callable service
      *    in the SuppCheck mold -- hand it an Id and it returns the
      *    customer's held cases off the dispute file (CUSTDISPUTE,
      *    default Dispute.dat, DispRec.cpy layout): each case's
      *    disputed posting date and amount, up to twenty, and the
      *    held total across all of them.
      *
      *    A case is held while it is open. A case resolved in the
      *    customer's favor stays held through its resolution date,
      *    because the credit adjustment DispMaint queued that day
      *    does not post until the night's PostTrans run -- and the
      *    fee assessment runs ahead of it. An upheld charge is
      *    released at once and ages with everything else.
      *
      *    No file or no case answers zero held, so aging behaves
      *    exactly as before anyone disputed anything.
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT DisputeFile ASSIGN TO WSDispFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DispKey
                   FILE STATUS IS WSDispFileStatus.

      *|==============================================================|

       DATA DIVISION.

           FILE SECTION.

               FD DisputeFile.
                   COPY "DispRec.cpy".

           WORKING-STORAGE SECTION.

               1 WSDispFileName PIC X(100).

               1 WSDispFileStatus PIC X(2).
                   88 WSDispFileOK VALUE '00'.

               1 WSSetupFlag PIC X(1) VALUE 'N'.
                   88 WSSetupDone VALUE 'Y'.

               1 WSFileAvailFlag PIC X(1) VALUE 'N'.
                   88 WSDispFileAvail VALUE 'Y'.

               1 WSDispEOF PIC X(1).
                   88 WSDispAtEOF VALUE 'Y'.

               1 WSBizDateParm PIC X(8).

               1 WSRunDate PIC 9(8).

           LINKAGE SECTION.

               1 LK-IDNum PIC 9(7).
               1 LK-HeldCount PIC 9(2).
               1 LK-HeldList.
                   2 LK-HeldEntry OCCURS 20 TIMES.
                       3 LK-HeldPostDate PIC 9(8).
                       3 LK-HeldAmount PIC 9(7)V99.
               1 LK-HeldTotal PIC 9(9)V99.

       PROCEDURE DIVISION USING LK-IDNum LK-HeldCount LK-HeldList
           LK-HeldTotal.

           MainLine.
               CALL 'ParmLoad'
               IF NOT WSSetupDone
                   PERFORM FirstCallSetup
               END-IF
               MOVE ZERO TO LK-HeldCount
               MOVE ZERO TO LK-HeldTotal
               IF NOT WSDispFileAvail
                   EXIT PROGRAM
               END-IF
               MOVE LK-IDNum TO DispIDNum
               MOVE ZERO TO DispSeq
               MOVE 'N' TO WSDispEOF
               START DisputeFile KEY IS NOT LESS THAN DispKey
                   INVALID KEY
                       EXIT PROGRAM
               END-START
               PERFORM UNTIL WSDispAtEOF
                   READ DisputeFile NEXT RECORD
                       AT END SET WSDispAtEOF TO TRUE
                       NOT AT END
                           IF DispIDNum NOT = LK-IDNum
                               SET WSDispAtEOF TO TRUE
                           ELSE
                               PERFORM NoteOneCase
                           END-IF
                   END-READ
               END-PERFORM
               EXIT PROGRAM.

      *|==============================================================|
      *    NoteOneCase adds a held case to the caller's list; past
      *    twenty, the amount still counts in the held total, filed
      *    under the twentieth case's date.
      *|==============================================================|

           NoteOneCase.
               IF NOT DispOpen
                   AND NOT (DispForCustomer
                       AND DispResolveDate >= WSRunDate)
                   EXIT PARAGRAPH
               END-IF
               ADD DispAmount TO LK-HeldTotal
               IF LK-HeldCount < 20
                   ADD 1 TO LK-HeldCount
                   MOVE DispPostDate TO LK-HeldPostDate(LK-HeldCount)
                   MOVE DispAmount TO LK-HeldAmount(LK-HeldCount)
               ELSE
                   ADD DispAmount TO LK-HeldAmount(20)
               END-IF.

           FirstCallSetup.
               SET WSSetupDone TO TRUE
               ACCEPT WSDispFileName FROM ENVIRONMENT "CUSTDISPUTE"
                   ON EXCEPTION
                       MOVE "Dispute.dat" TO WSDispFileName
               END-ACCEPT
               ACCEPT WSBizDateParm FROM ENVIRONMENT "CUSTBIZDATE"
                   ON EXCEPTION
                       MOVE SPACES TO WSBizDateParm
               END-ACCEPT
               IF WSBizDateParm = SPACES
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WSRunDate
               ELSE
                   MOVE WSBizDateParm TO WSRunDate
               END-IF
               OPEN INPUT DisputeFile
               IF WSDispFileOK
                   SET WSDispFileAvail TO TRUE
               END-IF.

      *|==============================================================|
