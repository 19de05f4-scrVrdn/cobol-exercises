           02 SupplierName PIC X(30).
           02 SupplierContact PIC X(30).
           02 SupplierLeadTimeDays PIC 9(3).
      * Days after an invoice is keyed in that it falls due, used by
      * the supplier payment run and the payables aging report. A
      * record from before terms were kept is paid on the standard
      * thirty days.
           02 SupplierPaymentTermsDays PIC 9(3).
      * Days this supplier warrants what it sells us from the day we
      * sell it on; when set it overrides the category's period for
      * WarrantyClaim. Zero means the category's period applies.
           02 SupplierWarrantyDays PIC 9(4).
