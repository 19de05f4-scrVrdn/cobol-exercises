      * AbcClass.dat record layout: each gadget's ABC class off the
      * last AbcClassification run -- ranked by twelve months' sales
      * value, (A) the few lines carrying most of the takings, (B)
      * the middle, (C) the long tail and anything unsold. Rebuilt
      * whole by each run and read by key wherever stock is counted,
      * ordered or replenished, so the expensive lines get the
      * attention and the cables don't. A gadget with no record has
      * not been classified yet and keeps the old treatment.
       01 AbcClassRec.
           88 EndOfAbcClasses VALUE HIGH-VALUES.
           02 AC-GadgedID PIC 9(6).
           02 AC-Class PIC X.
               88 AC-ClassA VALUE "A".
               88 AC-ClassB VALUE "B".
               88 AC-ClassC VALUE "C".
      * Position in the ranking (1 = best seller by value), the
      * year's sales value and cost behind it, and the cumulative
      * share of the year's sales value reached at this gadget.
           02 AC-Rank PIC 9(5).
           02 AC-SalesValue PIC 9(9)V99.
           02 AC-CostValue PIC 9(9)V99.
           02 AC-CumulativePct PIC 9(3)V9.
           02 AC-ClassifiedDate PIC 9(8).
