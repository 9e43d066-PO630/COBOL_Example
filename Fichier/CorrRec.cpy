      *|==============================================================|
      *    CorrRec.cpy
      *    Shared correspondence-log record layout: one line appended
      *    (through the CorrLog subprogram) for every document sent
      *    to a customer -- statements, letters, dunning notices,
      *    welcome packs, mailing labels, audit confirmations, and
      *    refund cheques -- so "you never sent me that" is answered
      *    from one file (CUSTCORR, default Correspondence.dat).
      *        CorrDocType  - STATEMNT, LETTER, AUDITCNF, DUNNING,
      *                       WELCOME, LABEL, REFUND
      *        CorrTemplate - the template file, campaign code, or
      *                       dunning level the document came from
      *        CorrChannel  - MAIL, EMAIL
      *        CorrAddress  - the delivery address actually used:
      *                       the postal line or the email address
      *        CorrSource   - the program that produced it
      *|==============================================================|

           1 CorrRecord.
               2 CorrIDNum PIC 9(7).
               2 CorrDate PIC 9(8).
               2 CorrStamp PIC 9(14).
               2 CorrDocType PIC X(8).
               2 CorrTemplate PIC X(20).
               2 CorrChannel PIC X(5).
               2 CorrAddress PIC X(80).
               2 CorrSource PIC X(12).
