      * PointsLedger.dat record layout: one record per change to a
      * customer's loyalty points balance -- points earned on a
      * journaled purchase, points spent as tender on a sale line --
      * so a disputed balance on CustomerMaster.dat can be traced
      * entry by entry, and the month-end liability report can show
      * what was earned and spent in the month. PT-Points is signed:
      * positive for points earned, negative for points spent.
       01 PointsLedgerRec.
           88 EndOfPointsLedger VALUE HIGH-VALUES.
           02 PT-PostDate PIC 9(8).
           02 PT-CustomerNumber PIC 9(6).
           02 PT-EntryType PIC X.
               88 PT-Earned VALUE "E".
               88 PT-Redeemed VALUE "R".
           02 PT-Points PIC S9(7) SIGN LEADING SEPARATE.
      * The value of the sale line the entry arose from (price times
      * quantity, before tax).
           02 PT-SaleValue PIC 9(8)V99.
      * The writing run's identifier (its start timestamp), so the
      * entries of a run that was later backed out can be
      * discounted.
           02 PT-RunId PIC 9(14).
