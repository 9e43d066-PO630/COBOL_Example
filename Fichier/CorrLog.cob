      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CorrLog.

      *|==============================================================|
      *    CorrLog appends one line to the customer correspondence
      *    log (CUSTCORR environment variable, defaulting to
      *    Correspondence.dat, CorrRec.cpy layout) for a document
      *    sent to a customer: the Id, the document type, the
      *    template or campaign it came from, the channel, the
      *    delivery address used, and the program that sent it. The
      *    business date and the timestamp are stamped here, the
      *    same way RunLog and RptCatalog stamp theirs, so every
      *    outbound program logs alike with one CALL.
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT CorrFile ASSIGN TO WSCorrFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSCorrStatus.

      *|==============================================================|

       DATA DIVISION.

           FILE SECTION.

               FD CorrFile.
                   COPY "CorrRec.cpy".

           WORKING-STORAGE SECTION.

               1 WSCorrFileName PIC X(100).

               1 WSCorrStatus PIC X(2).
                   88 WSCorrMissing VALUE '35'.

               1 WSBizDateParm PIC X(8).

           LINKAGE SECTION.

               1 LK-IDNum PIC 9(7).
               1 LK-DocType PIC X(8).
               1 LK-Template PIC X(20).
               1 LK-Channel PIC X(5).
               1 LK-Address PIC X(80).
               1 LK-Source PIC X(12).

       PROCEDURE DIVISION USING LK-IDNum LK-DocType LK-Template
           LK-Channel LK-Address LK-Source.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSCorrFileName FROM ENVIRONMENT "CUSTCORR"
                   ON EXCEPTION
                       MOVE "Correspondence.dat" TO WSCorrFileName
               END-ACCEPT
               OPEN EXTEND CorrFile
               IF WSCorrMissing
                   OPEN OUTPUT CorrFile
               END-IF
               MOVE FUNCTION CURRENT-DATE(1:14) TO CorrStamp
               ACCEPT WSBizDateParm FROM ENVIRONMENT "CUSTBIZDATE"
                   ON EXCEPTION
                       MOVE SPACES TO WSBizDateParm
               END-ACCEPT
               IF WSBizDateParm = SPACES
                   MOVE FUNCTION CURRENT-DATE(1:8) TO CorrDate
               ELSE
                   MOVE WSBizDateParm TO CorrDate
               END-IF
               MOVE LK-IDNum TO CorrIDNum
               MOVE LK-DocType TO CorrDocType
               MOVE LK-Template TO CorrTemplate
               MOVE LK-Channel TO CorrChannel
               MOVE LK-Address TO CorrAddress
               MOVE LK-Source TO CorrSource
               WRITE CorrRecord
               CLOSE CorrFile
               EXIT PROGRAM.

      *|==============================================================|
