      * CompetitorPrices.dat record layout: one shelf price seen in a
      * competitor's shop or on their site during the fortnightly
      * survey, keyed in by CompetitorPriceEntry. Observations are
      * only ever appended, so the file doubles as the history; the
      * price-position report takes the latest survey date per
      * competitor and gadget.
       01 CompetitorPriceRec.
           88 EndOfCompetitorPrices VALUE HIGH-VALUES.
           02 CP-CompetitorCode PIC X(4).
           02 CP-GadgedID PIC 9(6).
           02 CP-ObservedPrice PIC 9(4)V99.
           02 CP-SurveyDate PIC 9(8).
