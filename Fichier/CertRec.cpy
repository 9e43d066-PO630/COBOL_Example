      *|==============================================================|
      *    CertRec.cpy
      *    Shared certified-funds record layout: one record per
      *    customer whose checks have come back too often to be
      *    taken again, on the indexed certified-funds file
      *    (CUSTCERTF, default CertFunds.dat, RECORD KEY CertIDNum).
      *    Raised by NsfImport when the returns inside the rolling
      *    window reach the limit; answered from by the CertCheck
      *    subprogram so PostEntry and LockboxImport warn on the
      *    customer's next check payment. CertReturnCount is the
      *    window count at the time the flag went up.
      *|==============================================================|

           1 CertFundsRecord.
               2 CertIDNum PIC 9(7).
               2 CertSetDate PIC 9(8).
               2 CertReturnCount PIC 9(3).
               2 CertOperator PIC X(8).
               2 CertStamp PIC 9(14).
