      * Recalls.dat record layout: one record per manufacturer's
      * recall, keyed on the recall number and maintained by
      * RecallMaintenance. The recall names the gadget and may be
      * narrowed to a serial range, a received-date range, and the
      * supplier the units came from -- each left empty to cover
      * every unit. RecallTrace lists who has the affected units,
      * and PointOfSale refuses to sell them while the recall is
      * open.
       01 RecallRec.
           88 EndOfRecalls VALUE HIGH-VALUES.
           02 RC-RecallNumber PIC 9(6).
           02 RC-GadgedID PIC 9(6).
      * Zero covers units from any supplier.
           02 RC-SupplierID PIC 9(5).
      * Spaces cover every serial. A blank RC-SerialTo means the one
      * serial in RC-SerialFrom.
           02 RC-SerialFrom PIC X(12).
           02 RC-SerialTo PIC X(12).
      * Zeros cover any date. A zero RC-ReceivedTo runs the range on
      * to the present.
           02 RC-ReceivedFrom PIC 9(8).
           02 RC-ReceivedTo PIC 9(8).
      * The manufacturer's notice reference, or what is wrong.
           02 RC-Reference PIC X(30).
           02 RC-Status PIC X.
               88 RC-Open VALUE "O".
               88 RC-Closed VALUE "C".
           02 RC-OpenedDate PIC 9(8).
           02 RC-ClosedDate PIC 9(8).
