      * PointOfSale marks them sold off the sale line, and Returns
      * refuses a refund on a serial the register never saw sold --
      * the trail warranty claims and the occasional police query
      * both ask for. WarrantyClaim takes a sold unit that came back
      * faulty off to its supplier, and the warranty runs from the
      * day the till sold it; the supplier's replacement unit is
      * registered by WarrantyClaim as sold on that same sale.
       01 SerialRegisterRec.
           88 EndOfSerialRegister VALUE HIGH-VALUES.
           02 SN-SerialNumber PIC X(12).
               88 SN-InStock VALUE "I".
               88 SN-Sold VALUE "S".
               88 SN-Returned VALUE "R".
               88 SN-UnderClaim VALUE "W".
      * Zero until sold; a unit sold before the date was kept reads
      * as non-numeric and is aged from its received date instead.
           02 SN-SoldDate PIC 9(8).
      * The supplier the unit was received from, and the customer
      * and till receipt it went out on, so a recall can be traced
      * to the unit and the buyer reached. Non-numeric on records
      * from before the fields existed: supplier unknown, and the
      * sale read as anonymous with no receipt.
           02 SN-SupplierID PIC 9(5).
           02 SN-CustomerNumber PIC 9(6).
           02 SN-ReceiptNumber PIC 9(8).
