      *|==============================================================|
      *    AgcyRec.cpy
      *    Shared collection-agency placement record layout: one
      *    record per customer ever handed to the outside agency, on
      *    the indexed placement file (Agency.dat, CUSTAGENCY,
      *    RECORD KEY AgcyIDNum). AgcyPlace writes it when the
      *    monthly placement sends the account out; AgcyImport adds
      *    up what the agency collects and closes the placement when
      *    the agency recalls it. While the status is 'P' AgcyCheck
      *    answers placed, and the collections queue, the dunning
      *    letters and the month-end assessment all leave the
      *    account to the agency. A recalled account placed again
      *    later reuses its record.
      *|==============================================================|

           1 AgencyRecord.
               2 AgcyIDNum PIC 9(7).
      *    'P' placed with the agency; 'R' recalled -- back with the
      *    collectors.
               2 AgcyStatus PIC X(1).
                   88 AgcyPlaced VALUE 'P'.
                   88 AgcyRecalled VALUE 'R'.
               2 AgcyCode PIC X(8).
               2 AgcyPlaceDate PIC 9(8).
               2 AgcyPlaceBalance PIC 9(7)V99.
               2 AgcyOldestDays PIC 9(5).
      *    The collector the account was queued to when placed; a
      *    recall hands it back to the same desk.
               2 AgcyCollector PIC X(8).
               2 AgcyCollected PIC 9(7)V99.
               2 AgcyCommission PIC 9(7)V99.
      *    Date of the last agency file applied to the placement, so
      *    a remittance file presented twice never credits twice.
               2 AgcyLastFileDate PIC 9(8).
               2 AgcyRecallDate PIC 9(8).
               2 AgcyStamp PIC 9(14).
