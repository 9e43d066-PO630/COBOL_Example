      *                    delimited)
      *    in output order, one per line. A first line naming the
      *    pseudo-field STYLE chooses the shape: 'F' in col 13 for
      *    fixed columns (the default), 'D' for comma-delimited;
      *    'M' in col 14 masks the contact data for a recipient who
      *    has no need of it -- ADDRNUM, STREET, EMAIL, and PHONE go
      *    out starred by the shared PiiMask service.
      *    Row selection is the ordinary CUSTSELECT criteria file
      *    through the shared CustSelect engine, so "business
      *    customers in ZIP 75001 for the auditor" is operations
      *    with a control trailer -- TRAILER, the business date,
      *    and the record count -- so the recipient can prove the
      *    file arrived whole.
      *
      *    Each extract written is logged under GENEXT on the interface
      *    log (IfaceLog) with its record count and business date.
      *|==============================================================|

       ENVIRONMENT DIVISION.
               1 WSStyleFlag PIC X(1) VALUE 'F'.
                   88 WSDelimitedStyle VALUE 'D'.

               1 WSMaskStyleFlag PIC X(1) VALUE 'N'.
                   88 WSMaskedStyle VALUE 'M'.
               1 WSMaskFunction PIC X(1).
               1 WSMaskFlag PIC X(1).

               1 WSColMax PIC 99 VALUE 20.
               1 WSColCount PIC 99 VALUE ZERO.
               1 WSColIdx PIC 99.
               1 WSBizDateParm PIC X(8).
               1 WSRunDate PIC 9(8).

      *    Interface-log work area handed to the shared IfaceLog
      *    subprogram.
               1 WSIfcCode PIC X(8) VALUE "GENEXT".
               1 WSIfcEvent PIC X(1).
               1 WSIfcRecords PIC 9(7) VALUE ZERO.
               1 WSIfcControl PIC 9(11)V99 VALUE ZERO.
               1 WSIfcFileDate PIC 9(8) VALUE ZERO.

               1 TrailerLine.
                   2 FILLER PIC X(8) VALUE "TRAILER ".
                   2 PrnTrlDate PIC 9(8).
       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSLayoutFileName FROM ENVIRONMENT
                       "CUSTEXTDEF"
                   ON EXCEPTION
               MOVE WSExtractCount TO PrnTrlCount
               WRITE ExtractLine FROM TrailerLine
               CLOSE DataFile, ExtractFile
               MOVE 'S' TO WSIfcEvent
               MOVE WSExtractCount TO WSIfcRecords
               MOVE WSRunDate TO WSIfcFileDate
               PERFORM WriteIfaceLogRecord
               DISPLAY "GenExtract: " WSExtractCount " records to "
                   WSExtractFileName
               GOBACK.
                   ELSE
                       MOVE 'F' TO WSStyleFlag
                   END-IF
                   MOVE LayoutRecord(14:1) TO WSMaskStyleFlag
                   EXIT PARAGRAPH
               END-IF
               IF LayField = SPACES
                   WHEN "ADDRNUM"
                       MOVE CustAddrNum TO WSNumWork
                       MOVE WSNumWork TO WSFieldValue(1:3)
                       IF WSMaskedStyle
                           MOVE "***" TO WSFieldValue
                       END-IF
                   WHEN "STREET"
                       MOVE CustAddrStreet TO WSFieldValue
                       IF WSMaskedStyle
                           MOVE 'S' TO WSMaskFunction
                           PERFORM MaskFieldValue
                       END-IF
                   WHEN "ZIP"
                       MOVE CustAddrZip TO WSFieldValue
                   WHEN "CITY"
                       MOVE CustAddrCity TO WSFieldValue
                   WHEN "EMAIL"
                       MOVE CustEmail TO WSFieldValue
                       IF WSMaskedStyle
                           MOVE 'E' TO WSMaskFunction
                           PERFORM MaskFieldValue
                       END-IF
                   WHEN "PHONE"
                       MOVE CustPhone TO WSFieldValue
                       IF WSMaskedStyle
                           MOVE 'P' TO WSMaskFunction
                           PERFORM MaskFieldValue
                       END-IF
                   WHEN "CONTACT"
                       MOVE CustPreferredContact TO WSFieldValue
                   WHEN "COMPANY"
                       MOVE "?" TO WSFieldValue
               END-EVALUATE.

           MaskFieldValue.
               CALL 'PiiMask' USING WSMaskFunction WSFieldValue
                   WSMaskFlag.

           WriteIfaceLogRecord.
               CALL 'IfaceLog' USING WSIfcCode WSIfcEvent
                   WSIfcRecords WSIfcControl WSIfcFileDate.

      *|==============================================================|
