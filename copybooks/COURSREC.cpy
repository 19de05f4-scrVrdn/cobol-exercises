      * a ledger book. Zero (and non-numeric on records from before
      * the field existed) bills nothing.
           02 CO-TermFee PIC 9(5)V99.
      * The credits a pass in the course earns toward an award --
      * AwardEligibility totals them against the award rules. Zero
      * (and non-numeric on records from before the field existed)
      * earns nothing.
           02 CO-Credits PIC 9(3).
