      * FeeDiscounts.dat record layout: one record per award taken
      * off an invoice by InvoiceGeneration -- which invoice, whose
      * award, who funds it, and how much came off. FundingBodyReport
      * totals it per sponsor for the term so the bursar can bill
      * them.
       01 FeeDiscountRec.
           88 EndOfFeeDiscounts VALUE HIGH-VALUES.
           02 FD-InvoiceNumber PIC 9(8).
           02 FD-StudentId PIC 9(8).
           02 FD-CourseCode PIC X(5).
           02 FD-Term PIC X(6).
           02 FD-AwardCode PIC X(6).
           02 FD-FundingBody PIC X(20).
           02 FD-Discount PIC 9(7)V99.
