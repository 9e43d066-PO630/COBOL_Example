      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AccessLog.

      *|==============================================================|
      *    AccessLog appends one view record to the customer access
      *    log, in the RunLog mold of a small callable service, so
      *    every inquiry screen records "operator X looked at
      *    customer Y from screen Z" the same way. The caller passes
      *    the operator, the customer Id and a short screen name; the
      *    timestamp is stamped here so no caller can get it wrong.
      *
      *    The log file name comes from the CUSTACCLOG environment
      *    variable, defaulting to AccessLog.dat. The file is append-
      *    only; a missing log is created on the first view.
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT AccessFile ASSIGN TO WSAccessFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSAccessStatus.

      *|==============================================================|

       DATA DIVISION.

           FILE SECTION.

               FD AccessFile.
                   COPY "AccessRec.cpy".

           WORKING-STORAGE SECTION.

               1 WSAccessFileName PIC X(100).

               1 WSAccessStatus PIC X(2).
                   88 WSAccessMissing VALUE '35'.

           LINKAGE SECTION.

               1 LK-Operator PIC X(8).
               1 LK-IDNum PIC 9(7).
               1 LK-Screen PIC X(10).

       PROCEDURE DIVISION USING LK-Operator LK-IDNum LK-Screen.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSAccessFileName FROM ENVIRONMENT "CUSTACCLOG"
                   ON EXCEPTION
                       MOVE "AccessLog.dat" TO WSAccessFileName
               END-ACCEPT
               OPEN EXTEND AccessFile
               IF WSAccessMissing
                   OPEN OUTPUT AccessFile
               END-IF
               MOVE FUNCTION CURRENT-DATE(1:14) TO AccStamp
               MOVE LK-Operator TO AccOperator
               MOVE LK-IDNum TO AccIDNum
               MOVE LK-Screen TO AccScreen
               WRITE AccessRecord
               CLOSE AccessFile
               EXIT PROGRAM.

      *|==============================================================|
