      * CardReconOpen.dat record layout: what CardSettlementRecon
      * could not match, carried from one run to the next until it
      * clears -- card sales the acquirer has not yet paid, and
      * settlements for which no card sale was journaled. Rewritten
      * whole by each run. The first record is the watermark: the
      * last sale date taken from the journal and the last
      * settlement date taken from the acquirer's file, so neither
      * is reconciled twice.
       01 CardOpenItemRec.
           88 EndOfCardOpenItems VALUE HIGH-VALUES.
           02 CO-ItemType PIC X.
               88 CO-Watermark VALUE "H".
               88 CO-UnsettledSale VALUE "S".
               88 CO-UnmatchedSettlement VALUE "T".
           02 CO-ItemData.
              03 CO-TransDate PIC 9(8).
              03 CO-GrossAmount PIC 9(8)V99.
              03 CO-Reference PIC X(12).
      * The day the item first went unmatched, for its age.
              03 CO-FirstSeen PIC 9(8).
           02 CO-WatermarkData REDEFINES CO-ItemData.
              03 CO-LastSaleDate PIC 9(8).
              03 CO-LastSettleDate PIC 9(8).
