      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CaseMaint.

      *|==============================================================|
      *    CaseMaint is the complaint and service-case screen hung
      *    off CustMenu. A case goes on the indexed case file
      *    (CUSTCASES, default Cases.dat, CaseRec.cpy layout) under
      *    the next case number, naming the customer, the category
      *    (the CASECAT code table through CodeLookup), the owner
      *    working it (the signed-on operator unless another is
      *    keyed), and a one-line summary.
      *
      *    The response promised is set when the case is opened and
      *    is not keyed: the opened date plus the category's SLA
      *    days off the SLA file (CUSTCASESLA, default CaseSla.dat,
      *    one line per category), else the house default
      *    (CUSTCASEDAYS, default 15), moved on to a business day by
      *    BizDay. The nightly CaseAging step escalates a case still
      *    open past that date; an escalated case may then be closed
      *    only by a supervisor.
      *
      *    An open case may be noted, handed to another owner, or
      *    closed with a resolution code (the CASERES code table).
      *    Opening and every update append a note, category CASE, to
      *    the customer's notes file (CUSTNOTES), so the notes read
      *    the whole story next to everything else said to the
      *    customer. Signed on through OperSignon; an inquiry-role
      *    operator may list cases but not open or change them.
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT CaseFile ASSIGN TO WSCaseFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CaseNum
                   ALTERNATE RECORD KEY IS CaseIDNum
                       WITH DUPLICATES
                   FILE STATUS IS WSCaseFileStatus.

               SELECT CustomerFile ASSIGN TO WSCustFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS IDNum
                   ALTERNATE RECORD KEY IS LastName
                       WITH DUPLICATES
                   FILE STATUS IS WSFileStatus.

               SELECT SlaFile ASSIGN TO WSSlaFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSSlaFileStatus.

               SELECT NotesFile ASSIGN TO WSNotesFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSNotesStatus.

      *|==============================================================|

       DATA DIVISION.

           FILE SECTION.

               FD CaseFile.
                   COPY "CaseRec.cpy".

               FD CustomerFile.
                   COPY "CustRec.cpy".

      *    SLA days by case category.
               FD SlaFile.
                   1 SlaRecord.
                       2 SlaCategory PIC X(3).
                       2 SlaDays PIC 9(3).

               FD NotesFile.
                   COPY "NoteRec.cpy".

           WORKING-STORAGE SECTION.

               1 WSCaseFileName PIC X(100).
               1 WSCustFileName PIC X(100).
               1 WSSlaFileName PIC X(100).
               1 WSNotesFileName PIC X(100).

               1 WSCaseFileStatus PIC X(2).
                   88 WSCaseFileOK VALUE '00'.
                   88 WSCaseFileMissing VALUE '35'.

               1 WSFileStatus PIC X(2).
                   88 WSFileOK VALUE '00'.

               1 WSSlaFileStatus PIC X(2).
                   88 WSSlaFileOK VALUE '00'.

               1 WSNotesStatus PIC X(2).
                   88 WSNotesOK VALUE '00'.
                   88 WSNotesMissing VALUE '35'.

               1 WSScanEOF PIC X(1).
                   88 WSScanAtEOF VALUE 'Y'.
               1 WSNotesEOF PIC X(1).
                   88 WSNotesAtEOF VALUE 'Y'.

               1 WSMenuChoice PIC X(1).
                   88 WSOpenChoice VALUE '1'.
                   88 WSUpdateChoice VALUE '2'.
                   88 WSListChoice VALUE '3'.
                   88 WSExitChoice VALUE '0'.

               1 WSOperatorId PIC X(8).
               1 WSOperatorRole PIC X(1).
                   88 WSRoleInquiry VALUE 'I', 'P'.
                   88 WSRoleSupervisor VALUE 'S', ' '.
               1 WSSignonValid PIC X(1).
                   88 WSSignonOK VALUE 'Y'.

               1 WSCaseIDNum PIC 9(7).
               1 WSCaseNum PIC 9(6).
               1 WSNextCaseNum PIC 9(6).

               1 WSCheckIDNum PIC 9(7).
               1 WSCheckIDParts REDEFINES WSCheckIDNum.
                   2 WSCheckIDBase PIC 9(6).
                   2 WSCheckIDDigit PIC 9(1).
               1 WSCheckDigitValid PIC X(1).
                   88 WSCheckDigitOK VALUE 'Y'.

               1 WSCustOKFlag PIC X(1).
                   88 WSCustomerOK VALUE 'Y'.

               1 WSCaseFoundFlag PIC X(1).
                   88 WSCaseOnFile VALUE 'Y'.

               1 WSEntryCategory PIC X(3).
               1 WSEntryOwner PIC X(8).
               1 WSEntrySummary PIC X(40).
               1 WSEntryAction PIC X(1).
                   88 WSActionNote VALUES 'N', 'n'.
                   88 WSActionOwner VALUES 'O', 'o'.
                   88 WSActionClose VALUES 'C', 'c'.
               1 WSEntryResolution PIC X(3).
               1 WSEntryNote PIC X(40).

               1 WSConfirm PIC X(1).

               1 WSCaseCount PIC 9(3).

      *    Code-table work area for the shared CodeLookup
      *    subprogram.
               1 WSCodeFunction PIC X(1).
               1 WSCodeTableName PIC X(12).
               1 WSCodeValue PIC X(3).
               1 WSCodeValid PIC X(1).
                   88 WSCodeOK VALUE 'Y'.
               1 WSCodeDesc PIC X(20).

      *    SLA days: the house default, and the lines by category.
               1 WSDaysParm PIC X(3).
               1 WSDefaultDays PIC 9(3) VALUE 15.
               1 WSSlaCount PIC 9(2) VALUE ZERO.
               1 SlaTable.
                   2 SlaEntry OCCURS 50 TIMES.
                       3 TblSlaCategory PIC X(3).
                       3 TblSlaDays PIC 9(3).
               1 WSSlaIdx PIC 9(2).
               1 WSCaseDays PIC 9(3).

               1 WSNoteIDNum PIC 9(7).
               1 WSNoteText PIC X(60).
               1 WSNoteNextSeq PIC 9(4).
               1 WSNoteAction PIC X(10).

               1 WSBizDateParm PIC X(8).
               1 WSRunDate PIC 9(8).

               1 WSDateCalcOp PIC X(1).
               1 WSDateCalcDate2 PIC 9(8).
               1 WSDateCalcDays PIC S9(7).
               1 WSDateCalcResult PIC 9(8).
               1 WSDateCalcDow PIC 9(1).
               1 WSDateCalcValid PIC X(1).

               1 WSDueDate PIC 9(8).

      *|==============================================================|

       SCREEN SECTION.

           1 s-plg-casemenu.
               2 BLANK SCREEN.
               2 LINE 2 COL 5 VALUE 'Complaints and Service Cases'.
               2 LINE 4 COL 5 VALUE '1. Open a case'.
               2 LINE 5 COL 5 VALUE '2. Update a case'.
               2 LINE 6 COL 5 VALUE '3. List cases for a customer'.
               2 LINE 7 COL 5 VALUE '0. Exit'.
               2 LINE 9 COL 5 VALUE 'Selection : '.
               2 PIC X(1) TO WSMenuChoice REQUIRED.

           1 s-plg-caseid.
               2 LINE 11 COL 5 VALUE 'Customer Id (7 digits) : '.
               2 PIC 9(7) TO WSCaseIDNum REQUIRED.

           1 s-plg-casenum.
               2 LINE 11 COL 5 VALUE 'Case number            : '.
               2 PIC 9(6) TO WSCaseNum REQUIRED.

           1 s-plg-caseentry.
               2 LINE 13 COL 5 VALUE 'Category                : '.
               2 PIC X(3) TO WSEntryCategory REQUIRED.
               2 LINE 14 COL 5 VALUE 'Owner (blank for you)   : '.
               2 PIC X(8) TO WSEntryOwner.
               2 LINE 15 COL 5 VALUE 'Summary                 : '.
               2 PIC X(40) TO WSEntrySummary REQUIRED.
               2 LINE 17 COL 5 VALUE 'Open this case (Y/N)    : '.
               2 PIC X(1) TO WSConfirm REQUIRED.

           1 s-plg-caseaction.
               2 LINE 14 COL 5
                   VALUE 'Action (N note, O new owner, C close) : '.
               2 PIC X(1) TO WSEntryAction REQUIRED.

           1 s-plg-caseowner.
               2 LINE 15 COL 5 VALUE 'New owner               : '.
               2 PIC X(8) TO WSEntryOwner REQUIRED.

           1 s-plg-caseres.
               2 LINE 15 COL 5 VALUE 'Resolution code         : '.
               2 PIC X(3) TO WSEntryResolution REQUIRED.

           1 s-plg-casenote.
               2 LINE 16 COL 5 VALUE 'Note                    : '.
               2 PIC X(40) TO WSEntryNote REQUIRED.
               2 LINE 18 COL 5 VALUE 'Record this (Y/N)       : '.
               2 PIC X(1) TO WSConfirm REQUIRED.

      *|==============================================================|

       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSCaseFileName FROM ENVIRONMENT "CUSTCASES"
                   ON EXCEPTION
                       MOVE "Cases.dat" TO WSCaseFileName
               END-ACCEPT
               ACCEPT WSCustFileName FROM ENVIRONMENT "CUSTMSTR"
                   ON EXCEPTION
                       MOVE "test.dat" TO WSCustFileName
               END-ACCEPT
               ACCEPT WSSlaFileName FROM ENVIRONMENT "CUSTCASESLA"
                   ON EXCEPTION
                       MOVE "CaseSla.dat" TO WSSlaFileName
               END-ACCEPT
               ACCEPT WSNotesFileName FROM ENVIRONMENT "CUSTNOTES"
                   ON EXCEPTION
                       MOVE "CustNotes.dat" TO WSNotesFileName
               END-ACCEPT
               ACCEPT WSDaysParm FROM ENVIRONMENT "CUSTCASEDAYS"
                   ON EXCEPTION
                       MOVE SPACES TO WSDaysParm
               END-ACCEPT
               IF WSDaysParm NOT = SPACES
                   MOVE FUNCTION NUMVAL(WSDaysParm) TO WSDefaultDays
               END-IF
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
               PERFORM LoadSlaTable
               OPEN I-O CaseFile
               IF WSCaseFileMissing
                   OPEN OUTPUT CaseFile
                   CLOSE CaseFile
                   OPEN I-O CaseFile
               END-IF
               OPEN INPUT CustomerFile
               PERFORM DisplayCaseMenu
               PERFORM UNTIL WSExitChoice
                   EVALUATE TRUE
                       WHEN WSOpenChoice
                           IF WSRoleInquiry
                               DISPLAY "Not authorized for updates."
                           ELSE
                               PERFORM OpenCase
                           END-IF
                       WHEN WSUpdateChoice
                           IF WSRoleInquiry
                               DISPLAY "Not authorized for updates."
                           ELSE
                               PERFORM UpdateCase
                           END-IF
                       WHEN WSListChoice
                           PERFORM ListCases
                       WHEN OTHER
                           DISPLAY "Invalid selection"
                   END-EVALUATE
                   PERFORM DisplayCaseMenu
               END-PERFORM
               CLOSE CaseFile, CustomerFile
               GOBACK.

           DisplayCaseMenu.
               DISPLAY s-plg-casemenu
               ACCEPT s-plg-casemenu.

           LoadSlaTable.
               MOVE 'N' TO WSScanEOF
               OPEN INPUT SlaFile
               IF NOT WSSlaFileOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSScanAtEOF
                   READ SlaFile
                       AT END SET WSScanAtEOF TO TRUE
                       NOT AT END
                           IF WSSlaCount < 50
                               ADD 1 TO WSSlaCount
                               MOVE SlaCategory
                                   TO TblSlaCategory(WSSlaCount)
                               MOVE SlaDays TO TblSlaDays(WSSlaCount)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SlaFile.

      *|==============================================================|
      *    OpenCase files a new case under the next case number,
      *    with the response promised by the category's SLA.
      *|==============================================================|

           OpenCase.
               PERFORM GetCaseCustomer
               IF NOT WSCustomerOK
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO WSEntryOwner
               DISPLAY s-plg-caseentry
               ACCEPT s-plg-caseentry
               IF WSConfirm NOT = 'Y' AND WSConfirm NOT = 'y'
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION UPPER-CASE(WSEntryCategory)
                   TO WSEntryCategory
               MOVE 'V' TO WSCodeFunction
               MOVE "CASECAT" TO WSCodeTableName
               MOVE WSEntryCategory TO WSCodeValue
               CALL 'CodeLookup' USING WSCodeFunction
                   WSCodeTableName WSCodeValue WSCodeValid WSCodeDesc
               IF NOT WSCodeOK
                   DISPLAY "Category " WSEntryCategory
                       " is not an active CASECAT code."
                   EXIT PARAGRAPH
               END-IF
               IF WSEntryOwner = SPACES
                   MOVE WSOperatorId TO WSEntryOwner
               END-IF
               PERFORM SetPromisedDate
               PERFORM FindNextCaseNum
               MOVE WSNextCaseNum TO CaseNum
               MOVE WSCaseIDNum TO CaseIDNum
               MOVE WSEntryCategory TO CaseCategory
               MOVE WSRunDate TO CaseOpenDate
               MOVE WSEntryOwner TO CaseOwner
               MOVE 'O' TO CaseStatus
               MOVE WSDueDate TO CaseDueDate
               MOVE SPACES TO CaseResolution
               MOVE ZERO TO CaseCloseDate
               MOVE WSEntrySummary TO CaseSummary
               MOVE 'N' TO CaseEscalFlag
               MOVE ZERO TO CaseEscalDate
               MOVE WSOperatorId TO CaseOpenOper
               MOVE WSOperatorId TO CaseLastOper
               MOVE FUNCTION CURRENT-DATE(1:14) TO CaseStamp
               WRITE CaseRecord
                   INVALID KEY
                       DISPLAY "Case file write failed: "
                           WSCaseFileStatus
                       EXIT PARAGRAPH
               END-WRITE
               MOVE "OPENED" TO WSNoteAction
               MOVE WSEntrySummary TO WSEntryNote
               PERFORM WriteCaseNote
               DISPLAY "Case " CaseNum " opened for " CaseIDNum
                   ", owner " CaseOwner ", response due "
                   CaseDueDate.

      *|==============================================================|
      *    SetPromisedDate adds the category's SLA days (or the
      *    house default) to today and moves the answer off a
      *    weekend or holiday.
      *|==============================================================|

           SetPromisedDate.
               MOVE WSDefaultDays TO WSCaseDays
               PERFORM VARYING WSSlaIdx FROM 1 BY 1
                   UNTIL WSSlaIdx > WSSlaCount
                   IF TblSlaCategory(WSSlaIdx) = WSEntryCategory
                       MOVE TblSlaDays(WSSlaIdx) TO WSCaseDays
                   END-IF
               END-PERFORM
               MOVE WSRunDate TO WSDueDate
               MOVE 'A' TO WSDateCalcOp
               MOVE WSCaseDays TO WSDateCalcDays
               CALL 'DateCalc' USING WSDateCalcOp WSRunDate
                   WSDateCalcDate2 WSDateCalcDays WSDateCalcResult
                   WSDateCalcDow WSDateCalcValid
               IF WSDateCalcValid = 'Y'
                   CALL 'BizDay' USING WSDateCalcResult WSDueDate
               END-IF.

      *|==============================================================|
      *    FindNextCaseNum reads the case file in key order for the
      *    highest number yet issued.
      *|==============================================================|

           FindNextCaseNum.
               MOVE 1 TO WSNextCaseNum
               MOVE ZERO TO CaseNum
               MOVE 'N' TO WSScanEOF
               START CaseFile KEY IS NOT LESS THAN CaseNum
                   INVALID KEY
                       EXIT PARAGRAPH
               END-START
               PERFORM UNTIL WSScanAtEOF
                   READ CaseFile NEXT RECORD
                       AT END SET WSScanAtEOF TO TRUE
                       NOT AT END
                           COMPUTE WSNextCaseNum = CaseNum + 1
                   END-READ
               END-PERFORM.

      *|==============================================================|
      *    UpdateCase notes an open case, hands it to a new owner,
      *    or closes it with a resolution code. A case escalated
      *    past its promise is closed only by a supervisor.
      *|==============================================================|

           UpdateCase.
               DISPLAY s-plg-casenum
               ACCEPT s-plg-casenum
               PERFORM ReadCaseRecord
               IF NOT WSCaseOnFile
                   DISPLAY "No case " WSCaseNum " on file."
                   EXIT PARAGRAPH
               END-IF
               PERFORM ShowCaseRecord
               IF CaseClosed
                   DISPLAY "That case is already closed."
                   EXIT PARAGRAPH
               END-IF
               DISPLAY s-plg-caseaction
               ACCEPT s-plg-caseaction
               EVALUATE TRUE
                   WHEN WSActionNote
                       MOVE "NOTE" TO WSNoteAction
                   WHEN WSActionOwner
                       DISPLAY s-plg-caseowner
                       ACCEPT s-plg-caseowner
                       MOVE "OWNER" TO WSNoteAction
                   WHEN WSActionClose
                       IF CaseEscalated AND NOT WSRoleSupervisor
                           DISPLAY "Case escalated past its "
                               "promise; supervisors only."
                           EXIT PARAGRAPH
                       END-IF
                       DISPLAY s-plg-caseres
                       ACCEPT s-plg-caseres
                       MOVE FUNCTION UPPER-CASE(WSEntryResolution)
                           TO WSEntryResolution
                       MOVE 'V' TO WSCodeFunction
                       MOVE "CASERES" TO WSCodeTableName
                       MOVE WSEntryResolution TO WSCodeValue
                       CALL 'CodeLookup' USING WSCodeFunction
                           WSCodeTableName WSCodeValue WSCodeValid
                           WSCodeDesc
                       IF NOT WSCodeOK
                           DISPLAY "Resolution " WSEntryResolution
                               " is not an active CASERES code."
                           EXIT PARAGRAPH
                       END-IF
                       MOVE "CLOSED" TO WSNoteAction
                   WHEN OTHER
                       DISPLAY "Action must be N, O, or C."
                       EXIT PARAGRAPH
               END-EVALUATE
               DISPLAY s-plg-casenote
               ACCEPT s-plg-casenote
               IF WSConfirm NOT = 'Y' AND WSConfirm NOT = 'y'
                   EXIT PARAGRAPH
               END-IF
               EVALUATE TRUE
                   WHEN WSActionOwner
                       MOVE WSEntryOwner TO CaseOwner
                   WHEN WSActionClose
                       MOVE 'C' TO CaseStatus
                       MOVE WSEntryResolution TO CaseResolution
                       MOVE WSRunDate TO CaseCloseDate
               END-EVALUATE
               MOVE WSOperatorId TO CaseLastOper
               MOVE FUNCTION CURRENT-DATE(1:14) TO CaseStamp
               REWRITE CaseRecord
                   INVALID KEY
                       DISPLAY "Case file rewrite failed: "
                           WSCaseFileStatus
                       EXIT PARAGRAPH
               END-REWRITE
               MOVE CaseIDNum TO WSCaseIDNum
               PERFORM WriteCaseNote
               DISPLAY "Case " CaseNum " " WSNoteAction
                   " and noted for " CaseIDNum.

      *|==============================================================|
      *    WriteCaseNote files the change as an ordinary note,
      *    category CASE, under the customer's next sequence
      *    number: the case number, what was done, and the text.
      *|==============================================================|

           WriteCaseNote.
               MOVE SPACES TO WSNoteText
               EVALUATE WSNoteAction
                   WHEN "OPENED"
                       STRING "CASE " CaseNum " OPENED "
                               DELIMITED BY SIZE
                           CaseCategory DELIMITED BY SPACE
                           " " WSEntryNote DELIMITED BY SIZE
                           INTO WSNoteText
                       END-STRING
                   WHEN "OWNER"
                       STRING "CASE " CaseNum " OWNER "
                               DELIMITED BY SIZE
                           CaseOwner DELIMITED BY SPACE
                           " " WSEntryNote DELIMITED BY SIZE
                           INTO WSNoteText
                       END-STRING
                   WHEN "CLOSED"
                       STRING "CASE " CaseNum " CLOSED "
                               DELIMITED BY SIZE
                           CaseResolution DELIMITED BY SPACE
                           " " WSEntryNote DELIMITED BY SIZE
                           INTO WSNoteText
                       END-STRING
                   WHEN OTHER
                       STRING "CASE " CaseNum " NOTE "
                               DELIMITED BY SIZE
                           WSEntryNote DELIMITED BY SIZE
                           INTO WSNoteText
                       END-STRING
               END-EVALUATE
               MOVE WSCaseIDNum TO WSNoteIDNum
               PERFORM AppendCustomerNote.

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
               MOVE "CASE" TO NoteCategory
               MOVE ZERO TO NoteFollowUpDate
               MOVE SPACE TO NoteDoneFlag
               WRITE NoteRecord
               CLOSE NotesFile.

      *|==============================================================|
      *    ListCases walks the customer's cases by the alternate
      *    key, oldest first.
      *|==============================================================|

           ListCases.
               DISPLAY s-plg-caseid
               ACCEPT s-plg-caseid
               MOVE ZERO TO WSCaseCount
               MOVE WSCaseIDNum TO CaseIDNum
               MOVE 'N' TO WSScanEOF
               START CaseFile KEY IS = CaseIDNum
                   INVALID KEY
                       SET WSScanAtEOF TO TRUE
               END-START
               PERFORM UNTIL WSScanAtEOF
                   READ CaseFile NEXT RECORD
                       AT END SET WSScanAtEOF TO TRUE
                       NOT AT END
                           IF CaseIDNum NOT = WSCaseIDNum
                               SET WSScanAtEOF TO TRUE
                           ELSE
                               ADD 1 TO WSCaseCount
                               PERFORM ShowCaseRecord
                           END-IF
                   END-READ
               END-PERFORM
               IF WSCaseCount = ZERO
                   DISPLAY "No cases on file for " WSCaseIDNum
               ELSE
                   DISPLAY "Cases listed: " WSCaseCount
               END-IF.

           GetCaseCustomer.
               MOVE 'N' TO WSCustOKFlag
               DISPLAY s-plg-caseid
               ACCEPT s-plg-caseid
               MOVE WSCaseIDNum TO WSCheckIDNum
               CALL 'CheckDigit' USING 'V' WSCheckIDBase
                   WSCheckIDDigit WSCheckDigitValid
               IF NOT WSCheckDigitOK
                   DISPLAY "Check digit does not verify."
                   EXIT PARAGRAPH
               END-IF
               MOVE WSCaseIDNum TO IDNum OF CustomerData
               READ CustomerFile
                   INVALID KEY
                       DISPLAY "Customer " WSCaseIDNum
                           " not on file."
                       EXIT PARAGRAPH
               END-READ
               MOVE 'Y' TO WSCustOKFlag.

           ReadCaseRecord.
               MOVE 'N' TO WSCaseFoundFlag
               MOVE WSCaseNum TO CaseNum
               READ CaseFile
                   INVALID KEY
                       EXIT PARAGRAPH
               END-READ
               MOVE 'Y' TO WSCaseFoundFlag.

           ShowCaseRecord.
               DISPLAY "Case " CaseNum " cust " CaseIDNum " cat "
                   CaseCategory " opened " CaseOpenDate " owner "
                   CaseOwner " status " CaseStatus
               DISPLAY "  " CaseSummary
               IF CaseClosed
                   DISPLAY "  due " CaseDueDate ", closed "
                       CaseCloseDate " resolution " CaseResolution
               ELSE
                   DISPLAY "  response due " CaseDueDate
               END-IF
               IF CaseEscalated
                   DISPLAY "  escalated " CaseEscalDate
               END-IF.

      *|==============================================================|
