      *|==============================================================|
      *    SanctRec.cpy
      *    Shared sanctions-hit layout: one line per customer and
      *    watch-list entry the WatchScreen service judged a possible
      *    match, on the review queue (SanctHits.dat, CUSTSANCT). A
      *    hit arrives pending ('P'); the supervisor-only SanctReview
      *    screen clears it as a false match ('C') or confirms it
      *    ('F'), and a confirmed hit is later released ('R') the
      *    same way. While a confirmed hit stands, SanctCheck answers
      *    'Y' for the customer and no posting is applied and
      *    nothing is mailed. Like the legal-hold file this is a
      *    compliance record: lines are never removed, so who
      *    decided what, and when, stays on file, and a customer
      *    once cleared against an entry is not queued against it
      *    again.
      *
      *    SanctNameMatch is 'E' for the name exactly as listed, 'S'
      *    for a name that only sounds alike (Soundex); the address
      *    and country flags say whether those agreed too, and the
      *    score sums the three for the reviewer's ordering.
      *|==============================================================|

           1 SanctionHitRecord.
               2 SanctIDNum PIC 9(7).
               2 SanctEntryId PIC X(10).
               2 SanctStatus PIC X(1).
                   88 SanctPending VALUE 'P'.
                   88 SanctCleared VALUE 'C'.
                   88 SanctConfirmed VALUE 'F'.
                   88 SanctReleased VALUE 'R'.
               2 SanctNameMatch PIC X(1).
                   88 SanctExactName VALUE 'E'.
                   88 SanctSoundsLike VALUE 'S'.
               2 SanctAddrMatch PIC X(1).
               2 SanctCtryMatch PIC X(1).
               2 SanctScore PIC 9(3).
               2 SanctWatchName PIC X(40).
               2 SanctProgram PIC X(10).
               2 SanctListDate PIC 9(8).
               2 SanctFoundDate PIC 9(8).
               2 SanctFoundBy PIC X(8).
               2 SanctDecideDate PIC 9(8).
               2 SanctOperator PIC X(8).
               2 SanctReleaseDate PIC 9(8).
               2 SanctReleaseOper PIC X(8).
