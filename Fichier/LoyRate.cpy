      *|==============================================================|
      *    LoyRate.cpy
      *    Shared loyalty-rate record layout: the earning and value
      *    rules on LoyaltyRates.dat (CUSTLOYRATE), one per line.
      *        LRKind 'T' - tier earning rate: LRKey is the tier
      *                     label as CustRating writes it (DEFAULT
      *                     for a customer not yet rated) and
      *                     LRPointsPer the points earned per 1.00
      *                     paid
      *               'C' - campaign bonus: LRKey is the campaign
      *                     code and LRBonus the points each
      *                     customer whose reply to it was accepted
      *                     earns, once
      *               'V' - cash value: LRPointsPer the points one
      *                     1.00 of statement credit costs (100 when
      *                     there is no line)
      *|==============================================================|

           1 LoyaltyRateRecord.
               2 LRKind PIC X(1).
                   88 LRTierRate VALUE 'T'.
                   88 LRCampBonus VALUE 'C'.
                   88 LRCashValue VALUE 'V'.
               2 LRKey PIC X(8).
               2 LRPointsPer PIC 9(3)V99.
               2 LRBonus PIC 9(5).
