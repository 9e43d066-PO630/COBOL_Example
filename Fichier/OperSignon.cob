      *    operator is refused outright. The full lockout
      *    bookkeeping -- failure counts, locking after repeated bad
      *    passwords, password expiry -- stays where it always lived,
      *    in WriteFile. The one thing this service writes back is
      *    the operator's last successful sign-in, stamped the same
      *    way WriteFile stamps it, so the quarterly recertification
      *    and the dormant-Id lockout see every sign-in whichever
      *    screen it came through.
      *|==============================================================|

       ENVIRONMENT DIVISION.
                       2 OpPwdDate PIC X(8).
                       2 OpFailCount PIC X(1).
                       2 OpLockFlag PIC X(1).
                       2 OpLastSignon PIC X(14).

           WORKING-STORAGE SECTION.


               1 WSMatchRole PIC X(1).

      *    Operators.dat held whole so the last sign-in can be
      *    stamped in place -- WriteFile.cob's load-then-save shape.
               1 WSOpCount PIC 9(2) VALUE ZERO.

               1 WSOpTable.
                   2 WSOpEntry OCCURS 50 TIMES.
                       3 WSTblOpID PIC X(8).
                       3 WSTblOpPassword PIC X(8).
                       3 WSTblOpRole PIC X(1).
                       3 WSTblOpPwdDate PIC X(8).
                       3 WSTblOpFailCount PIC X(1).
                       3 WSTblOpLockFlag PIC X(1).
                       3 WSTblOpLastSignon PIC X(14).

               1 WSOpIdx PIC 9(2) VALUE ZERO.

               1 WSOpOverflowFlag PIC X(1) VALUE 'N'.
                   88 WSOpTableOverflow VALUE 'Y'.

      *|==============================================================|

       LINKAGE SECTION.
       PROCEDURE DIVISION USING LK-OperatorId LK-Role LK-Valid.

           MainLine.
               CALL 'ParmLoad'
               MOVE 'N' TO LK-Valid
               MOVE SPACES TO LK-OperatorId
               MOVE SPACES TO LK-Role
                       MOVE 'Y' TO LK-Valid
                       MOVE WSTryId TO LK-OperatorId
                       MOVE WSMatchRole TO LK-Role
                       PERFORM StampLastSignon
               END-EVALUATE.

           LookupOperator.
               CLOSE OperatorFile.

      *|==============================================================|
      *    StampLastSignon reloads the file, stamps the operator's
      *    entry with the current date and time, and writes it back.
      *    A file larger than the table is left alone rather than
      *    truncated: the sign-in still stands, unstamped.
      *|==============================================================|

           StampLastSignon.
               MOVE ZERO TO WSOpCount
               MOVE 'N' TO WSOpEOF
               MOVE 'N' TO WSOpOverflowFlag
               OPEN INPUT OperatorFile
               IF NOT WSOpFileOK
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WSOpAtEOF
                   READ OperatorFile
                       AT END SET WSOpAtEOF TO TRUE
                       NOT AT END
                           IF WSOpCount < 50
                               ADD 1 TO WSOpCount
                               MOVE OperatorRecord
                                   TO WSOpEntry(WSOpCount)
                           ELSE
                               SET WSOpTableOverflow TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OperatorFile
               IF WSOpTableOverflow
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING WSOpIdx FROM 1 BY 1
                   UNTIL WSOpIdx > WSOpCount
                   IF WSTblOpID(WSOpIdx) = WSTryId
                       MOVE FUNCTION CURRENT-DATE(1:14)
                           TO WSTblOpLastSignon(WSOpIdx)
                   END-IF
               END-PERFORM
               OPEN OUTPUT OperatorFile
               PERFORM VARYING WSOpIdx FROM 1 BY 1
                   UNTIL WSOpIdx > WSOpCount
                   MOVE WSOpEntry(WSOpIdx) TO OperatorRecord
                   WRITE OperatorRecord
               END-PERFORM
               CLOSE OperatorFile.

      *|==============================================================|
