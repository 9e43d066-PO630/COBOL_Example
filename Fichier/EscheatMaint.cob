      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EscheatMaint.

      *|==============================================================|
      *    EscheatMaint is the unclaimed-property screen hung off
      *    CustMenu: when a customer answers the due-diligence letter
      *    EscheatRun mailed -- or the post office sends it back --
      *    the answer goes on the case (CUSTESCHEAT, default
      *    Escheat.dat, EschRec.cpy layout) here. A claimed case
      *    keeps the credit on the account and counts as the
      *    customer's own activity on next year's run; an
      *    undeliverable one stays bound for the state, and
      *    EscheatRemit turns it over with the unanswered ones when
      *    the response window closes.
      *
      *    Each answer is also filed on the customer's notes
      *    (CUSTNOTES) under category ESCHEAT, so whoever takes the
      *    next call sees it. Signed on through OperSignon; an
      *    inquiry-role operator may list cases but not record
      *    answers.
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT EscheatFile ASSIGN TO WSEschFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EschKey
                   FILE STATUS IS WSEschFileStatus.

               SELECT CustomerFile ASSIGN TO WSCustFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS IDNum
                   ALTERNATE RECORD KEY IS LastName
                       WITH DUPLICATES
                   FILE STATUS IS WSFileStatus.

               SELECT NotesFile ASSIGN TO WSNotesFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSNotesStatus.

      *|==============================================================|

       DATA DIVISION.

           FILE SECTION.

               FD EscheatFile.
                   COPY "EschRec.cpy".

               FD CustomerFile.
                   COPY "CustRec.cpy".

               FD NotesFile.
                   COPY "NoteRec.cpy".

           WORKING-STORAGE SECTION.

               1 WSEschFileName PIC X(100).
               1 WSCustFileName PIC X(100).
               1 WSNotesFileName PIC X(100).

               1 WSEschFileStatus PIC X(2).
                   88 WSEschFileOK VALUE '00'.
                   88 WSEschFileMissing VALUE '35'.

               1 WSFileStatus PIC X(2).
                   88 WSFileOK VALUE '00'.

               1 WSNotesStatus PIC X(2).
                   88 WSNotesOK VALUE '00'.
                   88 WSNotesMissing VALUE '35'.

               1 WSScanEOF PIC X(1).
                   88 WSScanAtEOF VALUE 'Y'.
               1 WSNotesEOF PIC X(1).
                   88 WSNotesAtEOF VALUE 'Y'.

               1 WSMenuChoice PIC X(1).
                   88 WSAnswerChoice VALUE '1'.
                   88 WSListChoice VALUE '2'.
                   88 WSExitChoice VALUE '0'.

               1 WSOperatorId PIC X(8).
               1 WSOperatorRole PIC X(1).
                   88 WSRoleInquiry VALUE 'I', 'P'.
                   88 WSRoleSupervisor VALUE 'S', ' '.
               1 WSSignonValid PIC X(1).
                   88 WSSignonOK VALUE 'Y'.

               1 WSEschIDNum PIC 9(7).
               1 WSEschYear PIC 9(4).

               1 WSCheckIDNum PIC 9(7).
               1 WSCheckIDParts REDEFINES WSCheckIDNum.
                   2 WSCheckIDBase PIC 9(6).
                   2 WSCheckIDDigit PIC 9(1).
               1 WSCheckDigitValid PIC X(1).
                   88 WSCheckDigitOK VALUE 'Y'.

               1 WSCaseFoundFlag PIC X(1).
                   88 WSCaseOnFile VALUE 'Y'.

               1 WSEntryAnswer PIC X(1).
                   88 WSAnswerClaimed VALUES 'C', 'c'.
                   88 WSAnswerUndeliverable VALUES 'U', 'u'.

               1 WSConfirm PIC X(1).

               1 WSCaseCount PIC 9(3).

               1 WSShowAmount PIC ZZZZZZ9.99.
               1 WSShowRemit PIC ZZZZZZ9.99.

               1 WSNoteIDNum PIC 9(7).
               1 WSNoteText PIC X(60).
               1 WSNoteNextSeq PIC 9(4).

               1 WSBizDateParm PIC X(8).
               1 WSRunDate PIC 9(8).

      *|==============================================================|

       SCREEN SECTION.

           1 s-plg-eschmenu.
               2 BLANK SCREEN.
               2 LINE 2 COL 5 VALUE 'Unclaimed Property'.
               2 LINE 4 COL 5 VALUE '1. Record a letter answer'.
               2 LINE 5 COL 5 VALUE '2. List cases for a customer'.
               2 LINE 6 COL 5 VALUE '0. Exit'.
               2 LINE 8 COL 5 VALUE 'Selection : '.
               2 PIC X(1) TO WSMenuChoice REQUIRED.

           1 s-plg-eschid.
               2 LINE 10 COL 5 VALUE 'Customer Id (7 digits) : '.
               2 PIC 9(7) TO WSEschIDNum REQUIRED.

           1 s-plg-eschyear.
               2 LINE 11 COL 5 VALUE 'Run year (yyyy)        : '.
               2 PIC 9(4) TO WSEschYear REQUIRED.

           1 s-plg-eschanswer.
               2 LINE 13 COL 5
                   VALUE 'Answer (C claimed, U undeliverable) : '.
               2 PIC X(1) TO WSEntryAnswer REQUIRED.

           1 s-plg-eschconfirm.
               2 LINE 15 COL 5 VALUE 'Record this answer (Y/N) : '.
               2 PIC X(1) TO WSConfirm REQUIRED.

      *|==============================================================|

       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSEschFileName FROM ENVIRONMENT "CUSTESCHEAT"
                   ON EXCEPTION
                       MOVE "Escheat.dat" TO WSEschFileName
               END-ACCEPT
               ACCEPT WSCustFileName FROM ENVIRONMENT "CUSTMSTR"
                   ON EXCEPTION
                       MOVE "test.dat" TO WSCustFileName
               END-ACCEPT
               ACCEPT WSNotesFileName FROM ENVIRONMENT "CUSTNOTES"
                   ON EXCEPTION
                       MOVE "CustNotes.dat" TO WSNotesFileName
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
               CALL 'OperSignon' USING WSOperatorId WSOperatorRole
                   WSSignonValid
               IF NOT WSSignonOK
                   DISPLAY "Access denied."
                   GOBACK
               END-IF
               OPEN I-O EscheatFile
               IF WSEschFileMissing
                   OPEN OUTPUT EscheatFile
                   CLOSE EscheatFile
                   OPEN I-O EscheatFile
               END-IF
               OPEN INPUT CustomerFile
               PERFORM DisplayEschMenu
               PERFORM UNTIL WSExitChoice
                   EVALUATE TRUE
                       WHEN WSAnswerChoice
                           IF WSRoleInquiry
                               DISPLAY "Not authorized for updates."
                           ELSE
                               PERFORM RecordAnswer
                           END-IF
                       WHEN WSListChoice
                           PERFORM ListCases
                       WHEN OTHER
                           DISPLAY "Invalid selection"
                   END-EVALUATE
                   PERFORM DisplayEschMenu
               END-PERFORM
               CLOSE EscheatFile, CustomerFile
               GOBACK.

           DisplayEschMenu.
               DISPLAY s-plg-eschmenu
               ACCEPT s-plg-eschmenu.

      *|==============================================================|
      *    RecordAnswer closes out the letter on a case still
      *    awaiting one. Claimed, the money stays with the customer;
      *    undeliverable, the case stays bound for the state.
      *|==============================================================|

           RecordAnswer.
               DISPLAY s-plg-eschid
               ACCEPT s-plg-eschid
               MOVE WSEschIDNum TO WSCheckIDNum
               CALL 'CheckDigit' USING 'V' WSCheckIDBase
                   WSCheckIDDigit WSCheckDigitValid
               IF NOT WSCheckDigitOK
                   DISPLAY "Check digit does not verify."
                   EXIT PARAGRAPH
               END-IF
               DISPLAY s-plg-eschyear
               ACCEPT s-plg-eschyear
               PERFORM ReadEschRecord
               IF NOT WSCaseOnFile
                   DISPLAY "No case for " WSEschIDNum " in "
                       WSEschYear
                   EXIT PARAGRAPH
               END-IF
               PERFORM ShowEschRecord
               IF NOT EschLettered
                   DISPLAY "That case is not awaiting an answer."
                   EXIT PARAGRAPH
               END-IF
               DISPLAY s-plg-eschanswer
               ACCEPT s-plg-eschanswer
               IF NOT WSAnswerClaimed AND NOT WSAnswerUndeliverable
                   DISPLAY "Answer must be C or U."
                   EXIT PARAGRAPH
               END-IF
               DISPLAY s-plg-eschconfirm
               ACCEPT s-plg-eschconfirm
               IF WSConfirm NOT = 'Y' AND WSConfirm NOT = 'y'
                   EXIT PARAGRAPH
               END-IF
               IF WSAnswerClaimed
                   MOVE 'C' TO EschStatus
               ELSE
                   MOVE 'U' TO EschStatus
               END-IF
               MOVE WSRunDate TO EschResponseDate
               MOVE WSOperatorId TO EschOperator
               MOVE FUNCTION CURRENT-DATE(1:14) TO EschStamp
               REWRITE EscheatRecord
                   INVALID KEY
                       DISPLAY "Escheat file rewrite failed: "
                           WSEschFileStatus
                       EXIT PARAGRAPH
               END-REWRITE
               MOVE SPACES TO WSNoteText
               IF WSAnswerClaimed
                   STRING "UNCLAIMED-PROPERTY LETTER " DELIMITED BY SIZE
                          WSEschYear DELIMITED BY SIZE
                          " ANSWERED; CREDIT KEPT" DELIMITED BY SIZE
                       INTO WSNoteText
                   END-STRING
                   DISPLAY "Case claimed; the credit stays on the "
                       "account."
               ELSE
                   STRING "UNCLAIMED-PROPERTY LETTER " DELIMITED BY SIZE
                          WSEschYear DELIMITED BY SIZE
                          " RETURNED UNDELIVERABLE" DELIMITED BY SIZE
                       INTO WSNoteText
                   END-STRING
                   DISPLAY "Case marked undeliverable; it remains "
                       "due to the state."
               END-IF
               MOVE WSEschIDNum TO WSNoteIDNum
               PERFORM AppendCustomerNote.

      *|==============================================================|
      *    AppendCustomerNote files the answer as an ordinary note
      *    under the customer's next sequence number.
      *|==============================================================|

           AppendCustomerNote.
               MOVE 1 TO WSNoteNextSeq
               MOVE 'N' TO WSNotesEOF
               OPEN INPUT NotesFile
               IF WSNotesOK
                   PERFORM UNTIL WSNotesAtEOF
                       READ NotesFile
                           AT END SET WSNotesAtEOF TO TRUE
                           NOT AT END
                               IF NoteIDNum = WSNoteIDNum
                                   AND NoteSeq >= WSNoteNextSeq
                                   COMPUTE WSNoteNextSeq =
                                       NoteSeq + 1
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE NotesFile
               END-IF
               OPEN EXTEND NotesFile
               IF WSNotesMissing
                   OPEN OUTPUT NotesFile
               END-IF
               MOVE WSNoteIDNum TO NoteIDNum
               MOVE WSNoteNextSeq TO NoteSeq
               MOVE FUNCTION CURRENT-DATE(1:14) TO NoteStamp
               MOVE WSOperatorId TO NoteOperator
               MOVE WSNoteText TO NoteText
               MOVE "ESCHEAT" TO NoteCategory
               MOVE ZERO TO NoteFollowUpDate
               MOVE SPACE TO NoteDoneFlag
               WRITE NoteRecord
               CLOSE NotesFile.

      *|==============================================================|
      *    ListCases walks the customer's cases in key order, one
      *    per run year.
      *|==============================================================|

           ListCases.
               DISPLAY s-plg-eschid
               ACCEPT s-plg-eschid
               MOVE ZERO TO WSCaseCount
               MOVE WSEschIDNum TO EschIDNum
               MOVE ZERO TO EschYear
               MOVE 'N' TO WSScanEOF
               START EscheatFile KEY IS NOT LESS THAN EschKey
                   INVALID KEY
                       SET WSScanAtEOF TO TRUE
               END-START
               PERFORM UNTIL WSScanAtEOF
                   READ EscheatFile NEXT RECORD
                       AT END SET WSScanAtEOF TO TRUE
                       NOT AT END
                           IF EschIDNum NOT = WSEschIDNum
                               SET WSScanAtEOF TO TRUE
                           ELSE
                               ADD 1 TO WSCaseCount
                               PERFORM ShowEschRecord
                           END-IF
                   END-READ
               END-PERFORM
               IF WSCaseCount = ZERO
                   DISPLAY "No unclaimed-property cases for "
                       WSEschIDNum
               ELSE
                   DISPLAY "Cases listed: " WSCaseCount
               END-IF.

           ReadEschRecord.
               MOVE 'N' TO WSCaseFoundFlag
               MOVE WSEschIDNum TO EschIDNum
               MOVE WSEschYear TO EschYear
               READ EscheatFile
                   INVALID KEY
                       EXIT PARAGRAPH
               END-READ
               MOVE 'Y' TO WSCaseFoundFlag.

           ShowEschRecord.
               MOVE EschAmount TO WSShowAmount
               DISPLAY "Year " EschYear " credit " WSShowAmount
                   " last active " EschLastActivity " lettered "
                   EschLetterDate " status " EschStatus
               IF EschResponseDate NOT = ZERO
                   DISPLAY "  answered " EschResponseDate " by "
                       EschOperator
               END-IF
               IF EschRemitted
                   MOVE EschRemitAmount TO WSShowRemit
                   DISPLAY "  remitted " EschRemitDate " to "
                       EschState ", amount " WSShowRemit
               END-IF.

      *|==============================================================|
