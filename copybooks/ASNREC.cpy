      * AdvanceShipNotices.dat record layout: the supplier's advance
      * shipping notice as received, one record per line shipped --
      * the notice it belongs to, the order it answers (zero when
      * the supplier didn't quote one), and what is in the box at
      * what unit cost. AsnIntake turns each line into a
      * GoodsReceived.dat line for the goods-in clerk to confirm.
       01 AsnLineRec.
           88 EndOfAsnLines VALUE HIGH-VALUES.
           02 AN-SupplierID PIC 9(5).
           02 AN-NoticeNumber PIC X(12).
           02 AN-ShipDate PIC 9(8).
           02 AN-PONumber PIC 9(6).
           02 AN-GadgedID PIC 9(6).
           02 AN-QtyShipped PIC 9(4).
           02 AN-UnitCost PIC 9(4)V99.
