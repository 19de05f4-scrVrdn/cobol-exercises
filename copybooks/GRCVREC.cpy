      * GoodsReceived.dat detail record layout: one transaction per
      * delivery line, keyed by the goods-in clerk off the delivery
      * note or written by AsnIntake off the supplier's advance
      * shipping notice, and applied to stock by GoodsReceived. The
      * file's batch header and trailer (BATCHCTL) share the FD.
      * Fixed-length records sized to this detail layout, longer
      * than the 18-byte batch control records, which write out
      * space-padded to the same fixed length so the file stays
      * plain fixed-width.
       01 GoodsReceivedRec.
           88 EndOfGoodsReceived VALUE HIGH-VALUES.
           02 GR-GadgedID PIC 9(6).
           02 GR-QtyReceived PIC 9(4).
           02 GR-SupplierID PIC 9(5).
           02 GR-LocationCode PIC X(3).
      * The supplier's invoiced cost per unit, keyed off the
      * delivery note. Zero means the clerk had no cost to key; the
      * cost ledger and the matched order are then left as they
      * stood.
           02 GR-UnitCost PIC 9(4)V99.
      * The unit's serial, keyed for high-value gadgets (one
      * serialized unit per delivery line). Blank on ordinary lines
      * and on high-value lines keyed before serials were captured.
           02 GR-SerialNumber PIC X(12).
      * The packaging barcode as scanned, when the line carries that
      * instead of the GadgedID (GR-GadgedID zeros). Resolved against
      * BarcodeXref.dat before the line is applied.
           02 GR-Barcode PIC X(14).
      * "P" when the line was keyed off the delivery note in packs:
      * GR-QtyReceived is then a count of packs and GR-UnitCost the
      * cost of one pack, both converted to units before the line is
      * applied. Anything else is a line keyed in single units.
           02 GR-QtyUnit PIC X.
               88 GR-QtyInPacks VALUE "P".
      * Set by AsnIntake on a line taken off a shipping notice: "A"
      * when the notice agreed with the order, "F" when it did not
      * (the difference is on AsnIntake.rpt), blank on a line keyed
      * by hand. The order the notice named travels with the line
      * so the receipt is matched to that order first.
           02 GR-AsnStatus PIC X.
               88 GR-FromNotice VALUES "A", "F".
               88 GR-NoticeFlagged VALUE "F".
           02 GR-PONumber PIC 9(6).
