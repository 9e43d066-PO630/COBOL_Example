      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RefChkVoid.

      *|==============================================================|
      *    RefChkVoid is the supervisor's screen for voiding a
      *    refund check -- lost in the post, spoiled, or returned
      *    by the customer. The check is found by number on the
      *    refund-check register (CUSTCHKREG, default RefChkReg.dat,
      *    RefChk.cpy), shown, and on confirmation marked void-asked
      *    under the supervisor's Id. The nightly RefChkRun does the
      *    rest: the refund debit is reversed back onto the
      *    customer's credit balance through PostTrans and the bank
      *    is told on the positive-pay file not to pay the check.
      *    Only an issued, outstanding check can be voided; a
      *    void can be withdrawn on the same screen until the
      *    nightly run has acted on it.
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT CheckRegFile ASSIGN TO WSCheckRegFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSCheckRegStatus.

      *|==============================================================|

       DATA DIVISION.

           FILE SECTION.

               FD CheckRegFile.
                   COPY "RefChk.cpy".

           WORKING-STORAGE SECTION.

               1 WSCheckRegFileName PIC X(100).
               1 WSCheckRegStatus PIC X(2).
                   88 WSCheckRegOK VALUE '00'.

               1 WSEOF PIC X(1).
                   88 WSAtEOF VALUE 'Y'.

               1 WSOperatorId PIC X(8).
               1 WSOperatorRole PIC X(1).
                   88 WSRoleSupervisor VALUE 'S', ' '.
               1 WSSignonValid PIC X(1).
                   88 WSSignonOK VALUE 'Y'.

               1 WSBizDateParm PIC X(8).
               1 WSRunDate PIC 9(8).

               1 WSRegMax PIC 9(4) VALUE 5000.
               1 WSRegCount PIC 9(4) VALUE ZERO.
               1 WSRegIdx PIC 9(4).
               1 WSFoundIdx PIC 9(4).
               1 RegTable.
                   2 RegSlot OCCURS 5000 TIMES PIC X(113).

               COPY "RefChk.cpy"
                   REPLACING ==RefundCheckRecord== BY ==WSWorkChk==
                       LEADING ==Chk== BY ==WC==.

               1 WSCheckEntry PIC X(8).
               1 WSCheckWanted PIC 9(8).
               1 WSDoneFlag PIC X(1) VALUE 'N'.
                   88 WSDone VALUE 'Y'.
               1 WSDecision PIC X(1).
                   88 WSConfirmIt VALUES 'Y', 'y'.
               1 WSChangedCount PIC 9(4) VALUE ZERO.

               1 WSShowAmount PIC ZZZZZZ9.99.

      *|==============================================================|

       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSCheckRegFileName FROM ENVIRONMENT
                       "CUSTCHKREG"
                   ON EXCEPTION
                       MOVE "RefChkReg.dat" TO WSCheckRegFileName
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
               IF NOT WSRoleSupervisor
                   DISPLAY "Refund check voids are restricted to "
                       "supervisors."
                   GOBACK
               END-IF
               PERFORM LoadRegister
               IF WSRegCount = ZERO
                   DISPLAY "The refund-check register is empty."
                   GOBACK
               END-IF
               PERFORM UNTIL WSDone
                   PERFORM VoidOneCheck
               END-PERFORM
               IF WSChangedCount > ZERO
                   PERFORM SaveRegister
               END-IF
               DISPLAY "Checks changed: " WSChangedCount "."
               GOBACK.

           LoadRegister.
               MOVE 'N' TO WSEOF
               OPEN INPUT CheckRegFile
               IF NOT WSCheckRegOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSAtEOF
                   READ CheckRegFile
                       AT END SET WSAtEOF TO TRUE
                       NOT AT END
                           IF WSRegCount < WSRegMax
                               ADD 1 TO WSRegCount
                               MOVE RefundCheckRecord
                                   TO RegSlot(WSRegCount)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CheckRegFile.

      *|==============================================================|
      *    VoidOneCheck takes one check number from the supervisor;
      *    a blank entry ends the session.
      *|==============================================================|

           VoidOneCheck.
               DISPLAY " "
               DISPLAY "Check number to void (blank to finish) : "
                   WITH NO ADVANCING
               MOVE SPACES TO WSCheckEntry
               ACCEPT WSCheckEntry
               IF WSCheckEntry = SPACES
                   SET WSDone TO TRUE
                   EXIT PARAGRAPH
               END-IF
               IF FUNCTION TRIM(WSCheckEntry) IS NOT NUMERIC
                   DISPLAY "Not a check number."
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(WSCheckEntry) TO WSCheckWanted
               MOVE ZERO TO WSFoundIdx
               PERFORM VARYING WSRegIdx FROM 1 BY 1
                       UNTIL WSRegIdx > WSRegCount
                       OR WSFoundIdx > ZERO
                   MOVE RegSlot(WSRegIdx) TO WSWorkChk
                   IF WCNumber = WSCheckWanted AND WCNumber > ZERO
                       MOVE WSRegIdx TO WSFoundIdx
                   END-IF
               END-PERFORM
               IF WSFoundIdx = ZERO
                   DISPLAY "No check " WSCheckWanted
                       " on the register."
                   EXIT PARAGRAPH
               END-IF
               MOVE RegSlot(WSFoundIdx) TO WSWorkChk
               MOVE WCAmount TO WSShowAmount
               DISPLAY "Check " WCNumber "  issued " WCIssueDate
                   "  customer " WCIDNum "  amount " WSShowAmount
               DISPLAY "  payee " WCPayee
               EVALUATE TRUE
                   WHEN WCIssued
                       DISPLAY "Void this check (Y/N) : "
                           WITH NO ADVANCING
                       ACCEPT WSDecision
                       IF WSConfirmIt
                           MOVE 'X' TO WCStatus
                           MOVE WSOperatorId TO WCVoidOper
                           MOVE WSRunDate TO WCStatusDate
                           MOVE WSWorkChk TO RegSlot(WSFoundIdx)
                           ADD 1 TO WSChangedCount
                           DISPLAY "Void recorded; tonight's run "
                               "reverses it and tells the bank."
                       END-IF
                   WHEN WCVoidAsked
                       DISPLAY "Void already asked for by "
                           WCVoidOper ". Withdraw it (Y/N) : "
                           WITH NO ADVANCING
                       ACCEPT WSDecision
                       IF WSConfirmIt
                           MOVE 'I' TO WCStatus
                           MOVE SPACES TO WCVoidOper
                           MOVE WCIssueDate TO WCStatusDate
                           MOVE WSWorkChk TO RegSlot(WSFoundIdx)
                           ADD 1 TO WSChangedCount
                           DISPLAY "Void withdrawn; the check "
                               "stands."
                       END-IF
                   WHEN WCVoided
                       DISPLAY "Already voided on " WCStatusDate "."
                   WHEN WCStale
                       DISPLAY "Already stale-dated on "
                           WCStatusDate "."
                   WHEN OTHER
                       DISPLAY "Not issued yet."
               END-EVALUATE.

           SaveRegister.
               OPEN OUTPUT CheckRegFile
               PERFORM VARYING WSRegIdx FROM 1 BY 1
                       UNTIL WSRegIdx > WSRegCount
                   MOVE RegSlot(WSRegIdx) TO RefundCheckRecord
                   WRITE RefundCheckRecord
               END-PERFORM
               CLOSE CheckRegFile.

      *|==============================================================|
