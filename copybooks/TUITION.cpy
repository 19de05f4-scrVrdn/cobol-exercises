      * reads the unpaid balances. A withdrawal through
      * StudentUpdate raises a negative-amount Credit record -- the
      * bursar's standing half-term rule -- so refund sums stop
      * being done by hand. Scholarships and bursaries come off the
      * fee as the invoice is raised -- see FEEAWARD.
       01 TuitionInvoiceRec.
           88 EndOfTuitionInvoices VALUE HIGH-VALUES.
           02 TU-InvoiceNumber PIC 9(8).
               88 TU-OpenInvoice VALUE "O".
               88 TU-PaidInvoice VALUE "P".
               88 TU-CreditNote VALUE "C".
      * The fee before awards and what the awards took off it --
      * TU-Amount is the net the student owes. A credit note
      * carries its own amount as the gross and no discount.
           02 TU-GrossAmount PIC S9(7)V99 SIGN LEADING SEPARATE.
           02 TU-Discount PIC 9(7)V99.
