      *|==============================================================|
      *    LoyBal.cpy
      *    Shared loyalty-balance record layout: one record per
      *    customer holding points, on the indexed balance file
      *    (CUSTLOYBAL, default LoyaltyBal.dat, RECORD KEY
      *    LBIDNum), kept in step with every ledger line written.
      *    LBPoints is what the customer holds now. Expiry is first
      *    in, first out: LBAgedEarned counts the points earned in
      *    months now past the expiry age (aged through LBAgedThru,
      *    yyyymm), and whatever of them redemptions, expiries, and
      *    clawbacks (LBUsed) have not already consumed expires at
      *    the next month end.
      *|==============================================================|

           1 LoyaltyBalRecord.
               2 LBIDNum PIC 9(7).
               2 LBPoints PIC 9(9).
               2 LBEarned PIC 9(9).
               2 LBRedeemed PIC 9(9).
               2 LBExpiredPts PIC 9(9).
               2 LBClawed PIC 9(9).
               2 LBUsed PIC 9(9).
               2 LBAgedEarned PIC 9(9).
               2 LBAgedThru PIC 9(6).
               2 LBLastDate PIC 9(8).
