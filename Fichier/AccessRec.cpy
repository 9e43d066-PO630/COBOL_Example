      *|==============================================================|
      *    AccessRec.cpy
      *    Shared customer-access record layout: one line appended to
      *    the access log (through the AccessLog subprogram) every
      *    time an inquiry screen puts a customer in front of an
      *    operator -- who looked, at whom, from which screen, and
      *    when. Append-only, the same discipline as Journal.log; the
      *    who-looked report and the view-anomaly report read it.
      *|==============================================================|

           1 AccessRecord.
               2 AccStamp PIC 9(14).
               2 AccStampParts REDEFINES AccStamp.
                   3 AccDate PIC 9(8).
                   3 AccTime PIC 9(6).
               2 AccOperator PIC X(8).
               2 AccIDNum PIC 9(7).
               2 AccScreen PIC X(10).
