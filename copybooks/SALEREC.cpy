      * Sales.dat record layout: one transaction per line sold at
      * the till, applied by PointOfSale. Shared with QuoteConversion,
      * which adds an accepted trade quotation's lines to the day's
      * batch. The batch header and trailer (BATCHCTL) are copied
      * under the same FD by each program that opens the file.
       01 SaleRec.
           88 EndOfSalesFile VALUE HIGH-VALUES.
           02 SL-GadgedID PIC 9(6).
           02 SL-QtySold PIC 9(4).
           02 SL-LocationCode PIC X(3).
      * The account customer this sale is charged to, zero for an
      * anonymous cash sale. A non-zero number must be on
      * CustomerMaster.dat or the line is rejected.
           02 SL-CustomerNumber PIC 9(6).
      * What kind of line this is: blank (or S) is an ordinary sale;
      * V issues a gift voucher -- SL-GadgedID is zeros then, and
      * the voucher number and face value below carry the detail.
      * K sells a kit: SL-GadgedID carries the kit number off
      * BundleMaster.dat and SL-QtySold how many kits.
           02 SL-TxnType PIC X.
               88 SL-VoucherIssue VALUE "V".
               88 SL-KitSale VALUE "K".
      * On a V line, the printed number of the voucher being issued.
      * On a sale line, a non-zero number here means the customer is
      * paying with that voucher and its balance is drawn down.
           02 SL-VoucherNumber PIC 9(8).
      * The face value being sold, V lines only.
           02 SL-VoucherValue PIC 9(4)V99.
      * How the line was paid: (C)ash, car(D), (V)oucher, (A)ccount,
      * or loyalty (P)oints off the keyed customer's balance.
      * Blank is derived -- account when a customer number is keyed,
      * voucher when a voucher number is, cash otherwise; points are
      * only ever spent when P is keyed.
           02 SL-TenderCode PIC X.
               88 SL-TenderKeyed VALUES "C", "D", "V", "A", "P".
      * The unit's serial for a high-value gadget, so the register
      * can mark exactly which unit went out the door. Blank on
      * ordinary lines.
           02 SL-SerialNumber PIC X(12).
      * The packaging barcode as scanned, when the line carries that
      * instead of the GadgedID (SL-GadgedID zeros). Resolved against
      * BarcodeXref.dat before the line is applied.
           02 SL-Barcode PIC X(14).
      * The trade quotation this line was converted from, and the
      * unit price agreed on it. A line carrying a quote number goes
      * out at SL-QuotedPrice instead of the shelf or promotion
      * price. Zero (or non-numeric on lines keyed before the fields
      * existed) means an ordinary till line.
           02 SL-QuoteNumber PIC 9(6).
           02 SL-QuotedPrice PIC 9(4)V99.
