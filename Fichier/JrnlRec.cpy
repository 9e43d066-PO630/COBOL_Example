                   88 JrnlUpdate VALUE 'U'.
                   88 JrnlDelete VALUE 'D'.
                   88 JrnlOverride VALUE 'O'.
      *    Operator lockout: OperDormant locking an Id unused past
      *    the dormancy limit. JrnlIDNum is zero, JrnlOperator is
      *    the locking job, and JrnlAfterImage carries a readable
      *    line naming the operator and the last sign-in.
                   88 JrnlOperLockout VALUE 'L'.
      *    Collision: a save refused because the customer had been
      *    saved by someone else since it was read (CustCollide).
      *    The before image is the record as first read, the after
      *    image the record as it then stood on file; the master
      *    itself was not changed.
                   88 JrnlCollision VALUE 'C'.
               2 JrnlOperator PIC X(8).
               2 JrnlIDNum PIC 9(7).
               2 JrnlBeforeImage PIC X(221).
      *    who keyed it. Blank on a direct (single-operator) change,
      *    and on journal lines from before the field existed.
               2 JrnlMakerId PIC X(8).
      *    Chained check value: stamped by JrnlChain over this entry
      *    and the value on the entry before it, so an entry edited,
      *    inserted, or removed afterward breaks the chain where it
      *    sits (JrnlVerify reports it). Blank on journal lines from
      *    before the chain was kept.
               2 JrnlChainValue PIC X(16).
