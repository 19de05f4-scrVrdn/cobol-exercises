           MOVE EnteredAmount TO SI-Amount
           MOVE BusinessToday TO SI-EntryDate
           SET SI-Entered TO TRUE
           MOVE ZEROS TO SI-PaidDate
           WRITE SupplierInvoiceRec
           PERFORM CheckFileStatus

