      * lasting record of what was handed to finance -- the thing
      * GLAckReconcile matches the ledger system's acknowledgments
      * against, and the list of dates an acknowledgment is owed
      * for. TuitionGLExtract appends to the same register for the
      * tuition ledger's postings, told apart by the ledger code.
       01 GLControlRec.
           88 EndOfGLControl VALUE HIGH-VALUES.
           02 GC-PostingDate PIC 9(8).
           02 GC-RecordCount PIC 9(6).
           02 GC-HashTotal PIC 9(13)V99.
           02 GC-ExtractTimestamp PIC 9(14).
      * Which extract the totals came from: S the stock and sales
      * postings of GLExtract, T the tuition postings of
      * TuitionGLExtract. Spaces on records from before the tuition
      * extract existed, which were all stock.
           02 GC-Ledger PIC X.
               88 GC-StockLedger VALUES "S" SPACE.
               88 GC-TuitionLedger VALUE "T".
