      *|==============================================================|
      *    LegalRec.cpy
      *    Shared legal-hold record layout: one record per customer
      *    under a legal status on the indexed legal-hold file
      *    (LegalHold.dat, CUSTLEGAL, RECORD KEY LegalIDNum) -- the
      *    kind of hold (bankruptcy filing, death of the customer,
      *    litigation), the date it took effect, the court or
      *    estate case reference, and the date it was released
      *    (zero while it stands). Maintained through the
      *    supervisor-only LegalMaint screen and answered from by
      *    the LegalCheck subprogram, which every collection,
      *    assessment, mailing, and purge run asks before it
      *    touches an account. Like the suppression file this is a
      *    compliance record: a hold stays on file after release,
      *    so the history of what stood when is never lost.
      *|==============================================================|

           1 LegalHoldRecord.
               2 LegalIDNum PIC 9(7).
               2 LegalType PIC X(1).
                   88 LegalBankruptcy VALUE 'B'.
                   88 LegalDeceased VALUE 'D'.
                   88 LegalLitigation VALUE 'L'.
               2 LegalEffDate PIC 9(8).
               2 LegalCaseRef PIC X(20).
               2 LegalReleaseDate PIC 9(8).
               2 LegalOperator PIC X(8).
               2 LegalStamp PIC 9(14).
