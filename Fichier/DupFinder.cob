      *        identical non-blank phone                     +40
      *        identical last name spelling (with the ZIP)   +10
      *    Pairs scoring 40 or more land on the worksheet
      *    (CUSTDUPRPT, default DupFinder.rpt), ranked best
      *    candidate first, ready for the CustMerge transaction to
      *    act on.
      *
      *    Last names are collapsed through the Soundex subprogram
      *    at load time, so the pair scan compares 4-byte codes, not
                       WITH DUPLICATES
                   FILE STATUS IS WSFileStatus.

               SELECT Worksheet ASSIGN TO WSDupRptName
                   ORGANIZATION IS LINE SEQUENTIAL.

      *|==============================================================|

               1 WSCustFileName PIC X(100).

               1 WSDupRptName PIC X(100).

               1 WSFileStatus PIC X(2).
                   88 WSFileOK VALUE '00'.

       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSCustFileName FROM ENVIRONMENT "CUSTMSTR"
                   ON EXCEPTION
                       MOVE "test.dat" TO WSCustFileName
               END-ACCEPT
               ACCEPT WSDupRptName FROM ENVIRONMENT "CUSTDUPRPT"
                   ON EXCEPTION
                       MOVE "DupFinder.rpt" TO WSDupRptName
               END-ACCEPT
               PERFORM LoadDupTable
               DISPLAY "Customers loaded for matching: " WSTableCount
               PERFORM ScanAllPairs
               PERFORM PrintWorksheet
               DISPLAY "Duplicate worksheet written: "
                   FUNCTION TRIM(WSDupRptName)
                   ", candidate pairs: " WSCandCount
               GOBACK.

      *|==============================================================|
