      * ReturnsLog.dat record layout: one record per return taken,
      * resellable or not, written by Returns for the weekly quality
      * review -- and, since each refund is matched to the journaled
      * sale it reverses, for the commission run to charge the
      * refund back to whoever made that sale.
       01 ReturnsLogRec.
           88 EndOfReturnsLog VALUE HIGH-VALUES.
           02 RT-ReturnDate PIC 9(8).
           02 RT-GadgedID PIC 9(6).
           02 RT-QtyReturned PIC 9(4).
           02 RT-ReasonCode PIC X.
           02 RT-Disposition PIC X.
               88 RT-Restocked VALUE "R".
               88 RT-HeldOut VALUE "H".
      * The refund paid out (quantity at the journaled sale price),
      * the matched sale's date and category, and the operator who
      * made that sale. Records from before the fields existed read
      * as non-numeric and are charged back to nobody.
           02 RT-RefundAmount PIC 9(8)V99.
           02 RT-SaleDate PIC 9(8).
           02 RT-CategoryCode PIC 9(2).
           02 RT-SoldBy PIC X(10).
      * The matched sale's tax class and the tax handed back with the
      * refund (the sale's journaled tax, prorated to the quantity
      * returned), and the writing run's identifier -- so the period
      * tax return can offset refunds class by class and discount a
      * run that was later backed out. Records from before the
      * fields existed read as non-numeric; the return estimates
      * their tax at the gadget's current class and rate.
           02 RT-TaxClass PIC 9.
           02 RT-TaxRefunded PIC 9(8)V99.
           02 RT-RunId PIC 9(14).
