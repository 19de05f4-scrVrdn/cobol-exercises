      * LandedCost.dat record layout: one record per costed receipt
      * line GoodsReceived applies, showing how the unit cost folded
      * into CostLedger.dat was built -- the supplier's unit cost
      * plus the line's share of each delivery charge. Read by
      * LandedCostReport, one delivery (batch) at a time.
       01 LandedCostRec.
           88 EndOfLandedCost VALUE HIGH-VALUES.
           02 LN-BatchNumber PIC 9(6).
           02 LN-ReceiptDate PIC 9(8).
           02 LN-SupplierID PIC 9(5).
           02 LN-GadgedID PIC 9(6).
           02 LN-Units PIC 9(4).
           02 LN-SupplierUnitCost PIC 9(4)V99.
      * The line's share of each charge, in money for the whole line.
           02 LN-FreightShare PIC 9(7)V99.
           02 LN-DutyShare PIC 9(7)V99.
           02 LN-InsuranceShare PIC 9(7)V99.
           02 LN-LandedUnitCost PIC 9(4)V99.
