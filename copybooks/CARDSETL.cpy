      * CardSettlement.dat record layout: the card acquirer's daily
      * settlement file, one record per card transaction it paid
      * (or took back), as delivered. Each settled sale carries the
      * date the card was taken, the gross it was for, the fee the
      * acquirer kept and the net it paid over; a chargeback is the
      * acquirer reclaiming a sale the cardholder disputed.
       01 CardSettlementRec.
           88 EndOfCardSettlements VALUE HIGH-VALUES.
           02 CS-SettlementDate PIC 9(8).
           02 CS-TransactionDate PIC 9(8).
           02 CS-RecordType PIC X.
               88 CS-SettledSale VALUE "S".
               88 CS-Chargeback VALUE "B".
           02 CS-Reference PIC X(12).
           02 CS-GrossAmount PIC 9(8)V99.
           02 CS-FeeAmount PIC 9(6)V99.
           02 CS-NetAmount PIC 9(8)V99.
