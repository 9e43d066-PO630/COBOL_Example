      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. IfaceLog.

      *|==============================================================|
      *    IfaceLog appends one record to the interface log
      *    (IfaceLog.cpy layout), in the RunLog mold of a small
      *    callable service, so every program that takes in or
      *    sends an outside file leaves the same trail instead of a
      *    console message: the lockbox file arrived with so many
      *    items for so much, the vendor extract went with so many
      *    records, the bureau answered last month's file.
      *
      *    The caller passes the file's code on the interface
      *    register, the event ('R' received, 'X' received and
      *    refused, 'S' sent, 'A' acknowledged), the record count,
      *    the control total, and the date the file carries (zero
      *    when none). The timestamp and the business date
      *    (CUSTBIZDATE when the nightly chain is driving, else
      *    today) are stamped here so no caller can get them wrong.
      *
      *    The log file name comes from the CUSTIFACELOG environment
      *    variable, defaulting to IfaceLog.dat. The file is
      *    append-only and created on the first record ever logged.
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT IfaceLogFile ASSIGN TO WSIfaceLogFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSIfaceLogStatus.

      *|==============================================================|

       DATA DIVISION.

           FILE SECTION.

               FD IfaceLogFile.
                   COPY "IfaceLog.cpy".

           WORKING-STORAGE SECTION.

               1 WSIfaceLogFileName PIC X(100).

               1 WSIfaceLogStatus PIC X(2).
                   88 WSIfaceLogMissing VALUE '35'.

               1 WSBizDateParm PIC X(8).

           LINKAGE SECTION.

               1 LK-Code PIC X(8).
               1 LK-Event PIC X(1).
               1 LK-Records PIC 9(7).
               1 LK-Control PIC 9(11)V99.
               1 LK-FileDate PIC 9(8).

       PROCEDURE DIVISION USING LK-Code LK-Event LK-Records
           LK-Control LK-FileDate.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSIfaceLogFileName FROM ENVIRONMENT
                       "CUSTIFACELOG"
                   ON EXCEPTION
                       MOVE "IfaceLog.dat" TO WSIfaceLogFileName
               END-ACCEPT
               OPEN EXTEND IfaceLogFile
               IF WSIfaceLogMissing
                   OPEN OUTPUT IfaceLogFile
               END-IF
               MOVE FUNCTION CURRENT-DATE(1:14) TO IflTimestamp
               ACCEPT WSBizDateParm FROM ENVIRONMENT "CUSTBIZDATE"
                   ON EXCEPTION
                       MOVE SPACES TO WSBizDateParm
               END-ACCEPT
               IF WSBizDateParm = SPACES
                   MOVE FUNCTION CURRENT-DATE(1:8) TO IflBizDate
               ELSE
                   MOVE WSBizDateParm TO IflBizDate
               END-IF
               MOVE LK-Code TO IflCode
               MOVE LK-Event TO IflEvent
               MOVE LK-Records TO IflRecords
               MOVE LK-Control TO IflControl
               MOVE LK-FileDate TO IflFileDate
               WRITE IfaceLogRecord
               CLOSE IfaceLogFile
               EXIT PROGRAM.

      *|==============================================================|
