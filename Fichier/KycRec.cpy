      *|==============================================================|
      *    KycRec.cpy
      *    Shared identity-verification record layout: one record per
      *    customer on the indexed verification file (CUSTKYC,
      *    default KycFile.dat, RECORD KEY KycIDNum) -- the document
      *    seen, its number masked to the last four characters (the
      *    full number is never stored), the country that issued it,
      *    its expiry (zero for a document that does not expire), and
      *    when, by whom, and with what result the customer was
      *    verified. Kept on the KycMaint screen, shown on Cust360,
      *    and answered from by the KycCheck subprogram.
      *        KycDocType 'P' passport           'D' driving licence
      *                   'N' national id card   'R' residence permit
      *                   'B' business registration (company
      *                       certificate, articles, tax registration)
      *        KycStatus  'V' verified
      *                   'P' pending (documents asked for, not seen)
      *                   'F' failed (documents seen and refused)
      *|==============================================================|

           1 KycRecord.
               2 KycIDNum PIC 9(7).
               2 KycDocType PIC X(1).
                   88 KycPassport VALUE 'P'.
                   88 KycDriving VALUE 'D'.
                   88 KycNationalId VALUE 'N'.
                   88 KycResidence VALUE 'R'.
                   88 KycBusinessReg VALUE 'B'.
                   88 KycDocTypeValid VALUES 'P', 'D', 'N', 'R', 'B'.
               2 KycDocNumber PIC X(20).
               2 KycIssueCountry PIC X(2).
               2 KycExpiryDate PIC 9(8).
               2 KycVerifyDate PIC 9(8).
               2 KycOperator PIC X(8).
               2 KycStatus PIC X(1).
                   88 KycVerified VALUE 'V'.
                   88 KycPending VALUE 'P'.
                   88 KycFailed VALUE 'F'.
               2 KycStamp PIC 9(14).
