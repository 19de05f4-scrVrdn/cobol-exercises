      * BarcodeXref.dat record layout: the manufacturer barcodes
      * printed on the packaging, each pointing at the GadgedID it
      * sells or receives as, maintained by BarcodeMaintenance. A
      * gadget can carry several (old and new packaging both still
      * on the shelf); a barcode only ever means one gadget. Sales,
      * goods-in and count lines may key the barcode instead of the
      * six-digit ID, and are resolved against this file before
      * anything is applied -- a barcode not on it is rejected, never
      * guessed at.
       01 BarcodeXrefRec.
           88 EndOfBarcodeXref VALUE HIGH-VALUES.
           02 BC-Barcode PIC X(14).
           02 BC-GadgedID PIC 9(6).
