      * WarrantyClaims.dat record layout: one record per faulty
      * serialized unit sent back to its supplier under warranty,
      * raised by WarrantyClaim once the serial register shows the
      * unit sold and still inside its warranty period, and kept
      * open until the supplier's replacement unit or credit note
      * arrives -- so purchasing chases a list instead of a memory.
       01 WarrantyClaimRec.
           88 EndOfWarrantyClaims VALUE HIGH-VALUES.
           02 WC-SerialNumber PIC X(12).
           02 WC-GadgedID PIC 9(6).
           02 WC-SupplierID PIC 9(5).
           02 WC-SoldDate PIC 9(8).
           02 WC-ClaimDate PIC 9(8).
           02 WC-Fault PIC X(30).
           02 WC-Status PIC X.
               88 WC-Open VALUE "O".
               88 WC-Replaced VALUE "R".
               88 WC-Credited VALUE "C".
           02 WC-SettledDate PIC 9(8).
      * The serial of the unit the supplier sent in its place, or
      * the value of the credit note, whichever settled the claim.
           02 WC-ReplacementSerial PIC X(12).
           02 WC-CreditValue PIC 9(8)V99.
