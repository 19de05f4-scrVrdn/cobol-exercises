
      * One transaction per cross-reference entry being added,
      * requoted, or removed: the action code, the gadget-supplier
      * pair, and the quote fields including the pack size (ignored
      * for a delete).
       FD XrefTransactionFile.
       01 XrefTransactionRec.
           88 EndOfXrefTransactions VALUE HIGH-VALUES.
           02 XT-QuotedCost PIC 9(4)V99.
           02 XT-LeadTimeDays PIC 9(3).
           02 XT-Preferred PIC X.
           02 XT-PackSize PIC 9(4).

       FD StockFile.
           COPY STOCKREC.
               MOVE XT-QuotedCost TO GX-QuotedCost
               MOVE XT-LeadTimeDays TO GX-LeadTimeDays
               MOVE XT-Preferred TO GX-Preferred
               MOVE XT-PackSize TO GX-PackSize
               WRITE GadgetSupplierXrefRec
                   INVALID KEY
                       ADD 1 TO RejectedCount
                       MOVE XT-QuotedCost TO GX-QuotedCost
                       MOVE XT-LeadTimeDays TO GX-LeadTimeDays
                       MOVE XT-Preferred TO GX-Preferred
                       MOVE XT-PackSize TO GX-PackSize
                       REWRITE GadgetSupplierXrefRec
                       ADD 1 TO UpdatedCount
                       MOVE "GadgetSupplierXref.dat"
