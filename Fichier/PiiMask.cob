      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PiiMask.

      *|==============================================================|
      *    PiiMask is the shared masking service for personal contact
      *    data, in the DateCalc mold of a callable service with an
      *    operation code: the screens and reports that show a
      *    customer's email, phone, or street ask it two questions --
      *    "must this viewer see masked data?" and "mask this value"
      *    -- so the rule lives in one place.
      *
      *    LK-Function:
      *        'R' - role check: LK-Flag carries the signed-on role
      *              in and comes back 'Y' when that role sees
      *              masked data. The masked roles are listed in
      *              CUSTMASKROLES (default "P", the posting clerk,
      *              the lowest role on Operators.dat).
      *        'Q' - report check: LK-Value carries a report name
      *              and LK-Flag comes back 'Y' when the name is in
      *              the CUSTMASKRPTS list (names separated by
      *              spaces or commas, any case; default none), so
      *              the copies handed to marketing or a branch go
      *              out masked while the operations copy stays in
      *              full.
      *        'E' - mask the email in LK-Value: first letter, four
      *              stars, and the domain -- j****@x.com.
      *        'P' - mask the phone in LK-Value: every digit but the
      *              last four becomes a star -- ***-***-1234.
      *        'S' - mask the street in LK-Value: every character
      *              but the spaces becomes a star.
      *        'D' - mask an identity-document number in LK-Value:
      *              the last four characters are kept, everything
      *              before them becomes a star -- ********1234. This
      *              is how the number is stored, not just shown.
      *    A blank value stays blank: nothing on file is not hidden.
      *|==============================================================|

       DATA DIVISION.

           WORKING-STORAGE SECTION.

               1 WSListParm PIC X(60).
               1 WSListUpper PIC X(60).
               1 WSNameUpper PIC X(20).
               1 WSNameLen PIC 9(2).

               1 WSWork PIC X(40).
               1 WSIdx PIC 9(2).
               1 WSAtPos PIC 9(2).
               1 WSOutPos PIC 9(2).
               1 WSDigitCount PIC 9(2).
               1 WSDigitsSeen PIC 9(2).

               1 WSToken PIC X(20).
               1 WSTokenPtr PIC 9(3).

      *|==============================================================|

       LINKAGE SECTION.

               1 LK-Function PIC X(1).
               1 LK-Value PIC X(40).
               1 LK-Flag PIC X(1).

       PROCEDURE DIVISION USING LK-Function LK-Value LK-Flag.

           MainLine.
               EVALUATE LK-Function
                   WHEN 'R'
                       PERFORM CheckRole
                   WHEN 'Q'
                       PERFORM CheckReport
                   WHEN 'E'
                       PERFORM MaskEmail
                   WHEN 'P'
                       PERFORM MaskPhone
                   WHEN 'S'
                       PERFORM MaskStreet
                   WHEN 'D'
                       PERFORM MaskDocument
               END-EVALUATE
               GOBACK.

      *|==============================================================|
      *    CheckRole: a role on the CUSTMASKROLES list sees masked
      *    data; a blank role is the supervisor default and never
      *    is.
      *|==============================================================|

           CheckRole.
               CALL 'ParmLoad'
               ACCEPT WSListParm FROM ENVIRONMENT "CUSTMASKROLES"
                   ON EXCEPTION
                       MOVE "P" TO WSListParm
               END-ACCEPT
               MOVE FUNCTION UPPER-CASE(WSListParm) TO WSListUpper
               MOVE FUNCTION UPPER-CASE(LK-Flag) TO WSWork(1:1)
               MOVE 'N' TO LK-Flag
               IF WSWork(1:1) = SPACE
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING WSIdx FROM 1 BY 1 UNTIL WSIdx > 60
                   IF WSListUpper(WSIdx:1) = WSWork(1:1)
                       MOVE 'Y' TO LK-Flag
                   END-IF
               END-PERFORM.

           CheckReport.
               CALL 'ParmLoad'
               ACCEPT WSListParm FROM ENVIRONMENT "CUSTMASKRPTS"
                   ON EXCEPTION
                       MOVE SPACES TO WSListParm
               END-ACCEPT
               MOVE FUNCTION UPPER-CASE(WSListParm) TO WSListUpper
               INSPECT WSListUpper REPLACING ALL "," BY SPACE
               MOVE FUNCTION UPPER-CASE(LK-Value(1:20))
                   TO WSNameUpper
               MOVE 'N' TO LK-Flag
               IF WSNameUpper = SPACES
                   EXIT PARAGRAPH
               END-IF
               MOVE 1 TO WSTokenPtr
               PERFORM UNTIL WSTokenPtr > 60 OR LK-Flag = 'Y'
                   MOVE SPACES TO WSToken
                   UNSTRING WSListUpper DELIMITED BY ALL SPACE
                       INTO WSToken
                       WITH POINTER WSTokenPtr
                   END-UNSTRING
                   IF WSToken NOT = SPACES
                       AND WSToken = WSNameUpper
                       MOVE 'Y' TO LK-Flag
                   END-IF
               END-PERFORM.

      *|==============================================================|
      *    MaskEmail keeps the first letter and everything from the
      *    '@' on; an address with no '@' is starred out whole.
      *|==============================================================|

           MaskEmail.
               IF LK-Value = SPACES
                   EXIT PARAGRAPH
               END-IF
               MOVE ZERO TO WSAtPos
               PERFORM VARYING WSIdx FROM 1 BY 1
                   UNTIL WSIdx > 40 OR WSAtPos > ZERO
                   IF LK-Value(WSIdx:1) = "@"
                       MOVE WSIdx TO WSAtPos
                   END-IF
               END-PERFORM
               IF WSAtPos < 2
                   MOVE "****" TO LK-Value
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO WSWork
               MOVE LK-Value(1:1) TO WSWork(1:1)
               MOVE "****" TO WSWork(2:4)
               MOVE 6 TO WSOutPos
               PERFORM VARYING WSIdx FROM WSAtPos BY 1
                   UNTIL WSIdx > 40 OR WSOutPos > 40
                   MOVE LK-Value(WSIdx:1) TO WSWork(WSOutPos:1)
                   ADD 1 TO WSOutPos
               END-PERFORM
               MOVE WSWork TO LK-Value.

           MaskPhone.
               IF LK-Value = SPACES
                   EXIT PARAGRAPH
               END-IF
               MOVE ZERO TO WSDigitCount
               PERFORM VARYING WSIdx FROM 1 BY 1 UNTIL WSIdx > 40
                   IF LK-Value(WSIdx:1) IS NUMERIC
                       ADD 1 TO WSDigitCount
                   END-IF
               END-PERFORM
               MOVE ZERO TO WSDigitsSeen
               PERFORM VARYING WSIdx FROM 1 BY 1 UNTIL WSIdx > 40
                   IF LK-Value(WSIdx:1) IS NUMERIC
                       ADD 1 TO WSDigitsSeen
                       IF WSDigitsSeen + 4 <= WSDigitCount
                           MOVE "*" TO LK-Value(WSIdx:1)
                       END-IF
                   END-IF
               END-PERFORM.

           MaskStreet.
               PERFORM VARYING WSIdx FROM 1 BY 1 UNTIL WSIdx > 40
                   IF LK-Value(WSIdx:1) NOT = SPACE
                       MOVE "*" TO LK-Value(WSIdx:1)
                   END-IF
               END-PERFORM.

      *|==============================================================|
      *    MaskDocument: separators go and the number closes up
      *    first, so the four kept are four real characters.
      *|==============================================================|

           MaskDocument.
               IF LK-Value = SPACES
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO WSWork
               MOVE ZERO TO WSOutPos
               PERFORM VARYING WSIdx FROM 1 BY 1 UNTIL WSIdx > 40
                   IF LK-Value(WSIdx:1) NOT = SPACE
                       AND LK-Value(WSIdx:1) NOT = "-"
                       AND LK-Value(WSIdx:1) NOT = "/"
                       AND LK-Value(WSIdx:1) NOT = "."
                       ADD 1 TO WSOutPos
                       MOVE LK-Value(WSIdx:1) TO WSWork(WSOutPos:1)
                   END-IF
               END-PERFORM
               PERFORM VARYING WSIdx FROM 1 BY 1
                   UNTIL WSIdx + 4 > WSOutPos
                   MOVE "*" TO WSWork(WSIdx:1)
               END-PERFORM
               MOVE WSWork TO LK-Value.

      *|==============================================================|
