               2 PostHRevFlag PIC X(1).
                   88 PostHReversalLine VALUE 'R'.
               2 PostHRevDate PIC 9(8).
      *    Component the posting moved: 'P' principal, 'F' fees, 'I'
      *    interest, or 'A' a credit spread by the allocation order
      *    (and a reversal, which restores its original's spread).
      *    The three parts always add up to PostHAmount. Blank on
      *    lines from before the split, which count as principal.
               2 PostHComponent PIC X(1).
                   88 PostHSplitKnown VALUES 'P', 'F', 'I', 'A'.
               2 PostHPrinPart PIC 9(7)V99.
               2 PostHFeePart PIC 9(7)V99.
               2 PostHIntPart PIC 9(7)V99.
