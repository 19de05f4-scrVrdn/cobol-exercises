      * AgedStock.dat record layout: the age profile StockAgingReport
      * works out for each gadget in stock, written alongside the
      * printed report and replaced each run, so the clearance
      * markdown run can act on the same FIFO ages the buyer sees
      * without replaying the movement ledger a second time.
       01 AgedStockRec.
           88 EndOfAgedStock VALUE HIGH-VALUES.
           02 SA-GadgedID PIC 9(6).
           02 SA-AgedDate PIC 9(8).
           02 SA-QtyInStock PIC 9(5).
      * Age in days of the youngest unit still held -- the whole
      * holding is at least this old. 99999 for stock with no
      * recorded arrival.
           02 SA-YoungestAgeDays PIC 9(5).
           02 SA-DeadStockFlag PIC X.
               88 SA-DeadStock VALUE "Y".
