           02 GX-LeadTimeDays PIC 9(3).
           02 GX-Preferred PIC X.
               88 GX-IsPreferred VALUE "Y".
      * Units in the case or box this supplier ships and invoices
      * the gadget in. GX-QuotedCost stays a per-unit figure. Zero
      * (and non-numeric on entries from before the field existed)
      * means the supplier sells singles.
           02 GX-PackSize PIC 9(4).
