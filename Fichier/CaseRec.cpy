      *|==============================================================|
      *    CaseRec.cpy
      *    Shared service-case record layout: one record per
      *    complaint or service case on the indexed case file
      *    (CUSTCASES, default Cases.dat, RECORD KEY CaseNum,
      *    ALTERNATE KEY CaseIDNum WITH DUPLICATES). CaseMaint opens
      *    and works them; every change also goes on the customer's
      *    notes file, so the notes keep the story and the case file
      *    keeps the numbers.
      *        CaseCategory   - CASECAT code table
      *        CaseResolution - CASERES code table, on closing
      *        CaseDueDate    - the response promised: the opened
      *                         date plus the category's SLA days,
      *                         moved on to a business day
      *        CaseEscalFlag  - 'Y' once CaseAging has found the
      *                         case open past its promise and
      *                         escalated it to the supervisors;
      *                         from then on only a supervisor
      *                         may close it
      *|==============================================================|

           1 CaseRecord.
               2 CaseNum PIC 9(6).
               2 CaseIDNum PIC 9(7).
               2 CaseCategory PIC X(3).
               2 CaseOpenDate PIC 9(8).
               2 CaseOwner PIC X(8).
               2 CaseStatus PIC X(1).
                   88 CaseOpen VALUE 'O'.
                   88 CaseClosed VALUE 'C'.
               2 CaseDueDate PIC 9(8).
               2 CaseResolution PIC X(3).
               2 CaseCloseDate PIC 9(8).
               2 CaseSummary PIC X(40).
               2 CaseEscalFlag PIC X(1).
                   88 CaseEscalated VALUE 'Y'.
               2 CaseEscalDate PIC 9(8).
               2 CaseOpenOper PIC X(8).
               2 CaseLastOper PIC X(8).
               2 CaseStamp PIC 9(14).
