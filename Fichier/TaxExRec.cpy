      *|==============================================================|
      *    TaxExRec.cpy
      *    Shared tax-exemption record layout: one record per
      *    customer holding a sales-tax exemption certificate, on
      *    the indexed exemption file (CUSTTAXEX, default
      *    TaxExempt.dat, RECORD KEY TxIDNum). The exemption covers
      *    charges dated on or before the certificate's expiry; an
      *    expired certificate taxes again until a renewal is keyed.
      *    Kept on TaxMaint; consulted by the TaxCalc subprogram.
      *|==============================================================|

           1 TaxExemptRecord.
               2 TxIDNum PIC 9(7).
               2 TxCertNumber PIC X(15).
               2 TxExpiry PIC 9(8).
               2 TxOperator PIC X(8).
               2 TxStamp PIC 9(14).
