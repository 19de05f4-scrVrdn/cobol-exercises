      * Outbound order interchange layout: the fixed-width file
      * PurchaseOrderTransmit writes for one supplier, picked up and
      * sent by the transmission link. A header naming the supplier
      * and the file's sequence for the day, one detail per order
      * line, and a trailer with the line count and total units the
      * supplier can check receipt against. The first byte tells
      * the three apart; header and trailer are space-padded to the
      * detail length.
       01 OrderInterchangeRec.
           02 OX-RecordType PIC X.
               88 OX-Header VALUE "H".
               88 OX-Detail VALUE "D".
               88 OX-Trailer VALUE "T".
           02 OX-HeaderData.
              03 OX-SupplierID PIC 9(5).
              03 OX-SupplierName PIC X(30).
              03 OX-TransmitDate PIC 9(8).
              03 OX-FileSequence PIC 9(2).
              03 FILLER PIC X(19).
           02 OX-DetailData REDEFINES OX-HeaderData.
              03 OX-PONumber PIC 9(6).
              03 OX-GadgedID PIC 9(6).
              03 OX-GadgetName PIC X(30).
              03 OX-OrderDate PIC 9(8).
              03 OX-QtyOrdered PIC 9(4).
              03 OX-PackSize PIC 9(4).
              03 OX-QuotedCost PIC 9(4)V99.
           02 OX-TrailerData REDEFINES OX-HeaderData.
              03 OX-LineCount PIC 9(5).
              03 OX-TotalUnits PIC 9(7).
              03 FILLER PIC X(52).
