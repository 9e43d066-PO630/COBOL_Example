      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BalAlloc.

      *|==============================================================|
      *    BalAlloc keeps a customer's balance split into its
      *    principal, fee, and interest components, a callable
      *    service every program that moves a balance goes through,
      *    so the components always net to BalAmount. Hand it the
      *    direction, the amount, the component tag, the balance
      *    record in hand (BalRec.cpy layout), and a parts area; it
      *    moves the balance and its components and hands back the
      *    parts the money went to and the tag the history line
      *    carries:
      *        'D' debit  - the whole amount is added to the tagged
      *                     component: 'F' fees, 'I' interest,
      *                     anything else principal
      *        'C' credit - a tagged credit is applied to its own
      *                     component first; what it does not
      *                     clear, and the whole of an untagged
      *                     credit, is spread over what is owed in
      *                     the payment allocation order
      *                     (CUSTALLOCORDER, a sequence of P, F, and
      *                     I, default IFP: interest, then fees,
      *                     then principal). Anything left over
      *                     lowers principal -- a credit balance.
      *                     The tag comes back 'A' whenever the
      *                     credit did not land on one component.
      *        'N'        - normalize only: a record from before the
      *                     split is set up as all principal
      *    A tag of 'A' on a debit or credit applies the parts handed
      *    in instead of working them out -- the way a reversal puts
      *    back exactly the spread its original made. Parts that do
      *    not add up to the amount (an original from before the
      *    split) are taken as all principal.
      *|==============================================================|

       DATA DIVISION.

           WORKING-STORAGE SECTION.

      *    Load-once switch: working storage persists across CALLs
      *    within the run unit, so the order is read exactly once.
               1 WSSetupFlag PIC X(1) VALUE 'N'.
                   88 WSSetupDone VALUE 'Y'.

               1 WSOrderParm PIC X(3).

               1 WSAllocOrder PIC X(3) VALUE "IFP".
               1 WSAllocSteps REDEFINES WSAllocOrder.
                   2 WSAllocStep OCCURS 3 TIMES PIC X(1).

               1 WSStepIdx PIC 9(1).

               1 WSCountP PIC 9(1).
               1 WSCountF PIC 9(1).
               1 WSCountI PIC 9(1).

               1 WSRemain PIC 9(7)V99.
               1 WSTake PIC 9(7)V99.
               1 WSTarget PIC X(1).

           LINKAGE SECTION.

               1 LK-Type PIC X(1).
               1 LK-Amount PIC 9(7)V99.
               1 LK-Component PIC X(1).

               COPY "BalRec.cpy".

               1 LK-Parts.
                   2 LK-PrinPart PIC 9(7)V99.
                   2 LK-FeePart PIC 9(7)V99.
                   2 LK-IntPart PIC 9(7)V99.

       PROCEDURE DIVISION USING LK-Type LK-Amount LK-Component
           BalanceRecord LK-Parts.

           MainLine.
               CALL 'ParmLoad'
               IF NOT WSSetupDone
                   PERFORM FirstCallSetup
               END-IF
               PERFORM NormalizeBalance
               IF LK-Type NOT = 'D' AND LK-Type NOT = 'C'
                   EXIT PROGRAM
               END-IF
               EVALUATE TRUE
                   WHEN LK-Component = 'A'
                       PERFORM ApplyGivenParts
                   WHEN LK-Type = 'D'
                       PERFORM ApplyDebit
                   WHEN OTHER
                       PERFORM AllocateCredit
               END-EVALUATE
               COMPUTE BalAmount =
                   BalPrincipal + BalFees + BalInterest
               EXIT PROGRAM.

      *|==============================================================|
      *    FirstCallSetup takes the allocation order, refusing one
      *    that does not name each component exactly once -- a bad
      *    order falls back to the default and says so.
      *|==============================================================|

           FirstCallSetup.
               SET WSSetupDone TO TRUE
               ACCEPT WSOrderParm FROM ENVIRONMENT "CUSTALLOCORDER"
                   ON EXCEPTION
                       MOVE SPACES TO WSOrderParm
               END-ACCEPT
               IF WSOrderParm = SPACES
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION UPPER-CASE(WSOrderParm) TO WSOrderParm
               MOVE ZERO TO WSCountP WSCountF WSCountI
               INSPECT WSOrderParm TALLYING WSCountP FOR ALL 'P'
                   WSCountF FOR ALL 'F' WSCountI FOR ALL 'I'
               IF WSCountP = 1 AND WSCountF = 1 AND WSCountI = 1
                   MOVE WSOrderParm TO WSAllocOrder
               ELSE
                   DISPLAY "BalAlloc: CUSTALLOCORDER " WSOrderParm
                       " is not an order of P, F, and I; "
                       "allocating IFP."
               END-IF.

      *|==============================================================|
      *    NormalizeBalance sets up the components on a record from
      *    before the split and keeps them netting to the total:
      *    whatever fees and interest do not account for is
      *    principal.
      *|==============================================================|

           NormalizeBalance.
               IF BalFees NOT NUMERIC
                   MOVE ZERO TO BalFees
               END-IF
               IF BalInterest NOT NUMERIC
                   MOVE ZERO TO BalInterest
               END-IF
               COMPUTE BalPrincipal =
                   BalAmount - BalFees - BalInterest.

           ApplyDebit.
               MOVE ZERO TO LK-PrinPart LK-FeePart LK-IntPart
               EVALUATE LK-Component
                   WHEN 'F'
                       ADD LK-Amount TO BalFees
                       MOVE LK-Amount TO LK-FeePart
                   WHEN 'I'
                       ADD LK-Amount TO BalInterest
                       MOVE LK-Amount TO LK-IntPart
                   WHEN OTHER
                       ADD LK-Amount TO BalPrincipal
                       MOVE LK-Amount TO LK-PrinPart
                       MOVE 'P' TO LK-Component
               END-EVALUATE.

      *|==============================================================|
      *    AllocateCredit applies a tagged credit to its own
      *    component, then spreads the rest over what is owed in the
      *    allocation order; the remainder goes to principal.
      *|==============================================================|

           AllocateCredit.
               MOVE ZERO TO LK-PrinPart LK-FeePart LK-IntPart
               MOVE LK-Amount TO WSRemain
               IF LK-Component = 'P' OR LK-Component = 'F'
                   OR LK-Component = 'I'
                   MOVE LK-Component TO WSTarget
                   PERFORM CreditOneComponent
               ELSE
                   MOVE SPACE TO LK-Component
               END-IF
               PERFORM VARYING WSStepIdx FROM 1 BY 1
                   UNTIL WSStepIdx > 3 OR WSRemain = ZERO
                   MOVE WSAllocStep(WSStepIdx) TO WSTarget
                   PERFORM CreditOneComponent
               END-PERFORM
               IF WSRemain > ZERO
                   SUBTRACT WSRemain FROM BalPrincipal
                   ADD WSRemain TO LK-PrinPart
               END-IF
               EVALUATE TRUE
                   WHEN LK-Component = 'P'
                       AND LK-PrinPart = LK-Amount
                       CONTINUE
                   WHEN LK-Component = 'F'
                       AND LK-FeePart = LK-Amount
                       CONTINUE
                   WHEN LK-Component = 'I'
                       AND LK-IntPart = LK-Amount
                       CONTINUE
                   WHEN OTHER
                       MOVE 'A' TO LK-Component
               END-EVALUATE.

           CreditOneComponent.
               MOVE ZERO TO WSTake
               EVALUATE WSTarget
                   WHEN 'P'
                       IF BalPrincipal > ZERO
                           MOVE BalPrincipal TO WSTake
                       END-IF
                   WHEN 'F'
                       IF BalFees > ZERO
                           MOVE BalFees TO WSTake
                       END-IF
                   WHEN 'I'
                       IF BalInterest > ZERO
                           MOVE BalInterest TO WSTake
                       END-IF
               END-EVALUATE
               IF WSTake > WSRemain
                   MOVE WSRemain TO WSTake
               END-IF
               IF WSTake = ZERO
                   EXIT PARAGRAPH
               END-IF
               EVALUATE WSTarget
                   WHEN 'P'
                       SUBTRACT WSTake FROM BalPrincipal
                       ADD WSTake TO LK-PrinPart
                   WHEN 'F'
                       SUBTRACT WSTake FROM BalFees
                       ADD WSTake TO LK-FeePart
                   WHEN 'I'
                       SUBTRACT WSTake FROM BalInterest
                       ADD WSTake TO LK-IntPart
               END-EVALUATE
               SUBTRACT WSTake FROM WSRemain.

      *|==============================================================|
      *    ApplyGivenParts moves each component by the part handed
      *    in -- up on a debit, down on a credit.
      *|==============================================================|

           ApplyGivenParts.
               IF LK-PrinPart NOT NUMERIC
                   OR LK-FeePart NOT NUMERIC
                   OR LK-IntPart NOT NUMERIC
                   OR LK-PrinPart + LK-FeePart + LK-IntPart
                       NOT = LK-Amount
                   MOVE LK-Amount TO LK-PrinPart
                   MOVE ZERO TO LK-FeePart LK-IntPart
               END-IF
               IF LK-Type = 'D'
                   ADD LK-PrinPart TO BalPrincipal
                   ADD LK-FeePart TO BalFees
                   ADD LK-IntPart TO BalInterest
               ELSE
                   SUBTRACT LK-PrinPart FROM BalPrincipal
                   SUBTRACT LK-FeePart FROM BalFees
                   SUBTRACT LK-IntPart FROM BalInterest
               END-IF.

      *|==============================================================|
