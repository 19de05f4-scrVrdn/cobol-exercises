      * adds its value-with-tax here, and a payment keyed through
      * CustomerMaintenance subtracts from it.
           02 CU-Balance PIC S9(7)V99 SIGN LEADING SEPARATE.
      * Loyalty points the customer has earned and not yet spent:
      * every journaled purchase under their number earns points at
      * the site rate, and a points-tendered sale line draws them
      * down. Each change is also written to PointsLedger.dat.
      * Records from before the field existed read as non-numeric
      * and count as no points.
           02 CU-PointsBalance PIC 9(7).
      * A payment that more than clears the open items on
      * CustomerOpenItems.dat waits here, and the till sets it
      * against the next account charge before that goes on the
      * ledger as owing. Non-numeric on records from before the
      * field existed, read as none.
           02 CU-UnallocatedCash PIC 9(7)V99.
      * Set by TradeAgedDebtReport when the account has an item over
      * ninety days old, and lifted by the same run once it is
      * cleared: a stopped account may still buy for cash, but the
      * till refuses to charge anything more to it.
           02 CU-AccountStop PIC X.
               88 CU-AccountStopped VALUE "S".
      * The grade of the last reminder letter sent (0 none, 1 first
      * reminder, 2 second, 3 final), so each grade is sent once as
      * the debt ages rather than every time the report runs.
           02 CU-ReminderLevel PIC 9.
