      * AwardRules.dat record layout: the registrar's award rules,
      * one rule per record, read by AwardEligibility. A (C)redits
      * record gives the credits an award needs; a co(M)pulsory
      * record names a course that must be passed whatever the
      * credit total; a (B)and record gives a classification and
      * the lowest credit-weighted average mark that earns it.
       01 AwardRuleRec.
           88 EndOfAwardRules VALUE HIGH-VALUES.
           02 AR-RuleType PIC X.
               88 AR-CreditsRule VALUE "C".
               88 AR-CompulsoryRule VALUE "M".
               88 AR-BandRule VALUE "B".
           02 AR-CourseCode PIC X(5).
           02 AR-Number PIC 9(3).
           02 AR-Classification PIC X(20).
