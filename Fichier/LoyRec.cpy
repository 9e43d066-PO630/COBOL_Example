      *|==============================================================|
      *    LoyRec.cpy
      *    Shared loyalty-ledger record layout: one line per points
      *    movement on the append-only ledger (CUSTLOYALTY, default
      *    LoyaltyLedger.dat) -- the points a payment earned, a
      *    campaign bonus, a redemption turned into a statement
      *    credit, the points that aged out, or the points a
      *    returned payment took back. The ledger is the proof; the
      *    running balance per customer is kept beside it on the
      *    loyalty balance file (LoyBal.cpy), the way PostHist.dat
      *    stands behind CustBal.dat.
      *        LoyType 'E' earned on a credit posting
      *                'B' campaign bonus (LoyCampCode)
      *                'R' redeemed (LoyAmount the credit posted)
      *                'X' expired
      *                'C' clawed back off a returned payment
      *    LoyAmount is the money the movement turned on: the
      *    payment that earned or lost the points, or the credit a
      *    redemption bought.
      *|==============================================================|

           1 LoyaltyRecord.
               2 LoyDate PIC 9(8).
               2 LoyIDNum PIC 9(7).
               2 LoyType PIC X(1).
                   88 LoyEarned VALUE 'E'.
                   88 LoyBonus VALUE 'B'.
                   88 LoyRedeemed VALUE 'R'.
                   88 LoyExpired VALUE 'X'.
                   88 LoyClawback VALUE 'C'.
                   88 LoyAddsPoints VALUES 'E', 'B'.
               2 LoyPoints PIC 9(7).
               2 LoyCampCode PIC X(8).
               2 LoyAmount PIC 9(7)V99.
               2 LoyOperator PIC X(8).
