      *|==============================================================|
      *    SuspRule.cpy
      *    Shared suspicious-activity rule layout: one line per
      *    monitoring rule on the rule table (CUSTSUSPRULE, default
      *    SuspRule.dat), maintained through the supervisor
      *    SuspRuleMaint screen and read by the nightly SuspMonitor
      *    step. A rule with no line, or switched off, is not
      *    checked. The rules SuspMonitor knows are:
      *        ADDRREFD an address or email change followed within
      *                 SRuleDays days by the customer's credit
      *                 balance going on the refund queue
      *        CRBURST  SRuleCount or more credits and reversals
      *                 posted to one customer within SRuleDays days
      *        DORMCRED a credit of SRuleAmount or more, posted in
      *                 the last SRuleDays days, on an account marked
      *                 dormant before it
      *    SRuleDays is also how long an alert for a customer under
      *    a rule stands before the same rule may raise another.
      *|==============================================================|

           1 SuspRuleRecord.
               2 SRuleCode PIC X(8).
               2 SRuleActive PIC X(1).
                   88 SRuleOn VALUE 'Y'.
               2 SRuleDays PIC 9(3).
               2 SRuleCount PIC 9(3).
               2 SRuleAmount PIC 9(7)V99.
               2 SRuleDesc PIC X(30).
               2 SRuleChangedBy PIC X(8).
               2 SRuleStamp PIC 9(14).
