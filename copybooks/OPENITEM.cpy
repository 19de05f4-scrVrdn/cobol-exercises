      * CustomerOpenItems.dat record layout: the charge-account
      * ledger by item. PointOfSale writes one open item for every
      * sale line (or voucher) charged to an account, and
      * CustomerMaintenance allocates each payment against the
      * customer's oldest open items first -- so what is still
      * unpaid, and since when, is on file rather than lost inside
      * the single running CU-Balance. Keyed on customer then item
      * date, so a customer's items read oldest first.
       01 OpenItemRec.
           88 EndOfOpenItems VALUE HIGH-VALUES.
           02 OI-Key.
              03 OI-CustomerNumber PIC 9(6).
              03 OI-ItemDate PIC 9(8).
      * What the item arose from: (S)ale line, by receipt number,
      * or (V)oucher issued on account, by voucher number.
              03 OI-ItemType PIC X.
                  88 OI-SaleItem VALUE "S".
                  88 OI-VoucherItem VALUE "V".
              03 OI-ItemRef PIC 9(8).
           02 OI-OriginalAmount PIC 9(7)V99.
           02 OI-Outstanding PIC 9(7)V99.
           02 OI-Status PIC X.
               88 OI-Open VALUE "O".
               88 OI-Paid VALUE "P".
      * The date the last payment was allocated to the item.
           02 OI-LastPaidDate PIC 9(8).
      * The writing run's identifier (its start timestamp).
           02 OI-RunId PIC 9(14).
