      * TaxReturnsFiled.dat record layout: one record per sales-tax
      * return PeriodTaxReturn has recorded as filed -- the period it
      * covered, the day it was filed, and the totals it went in
      * with. A period overlapping one already on here is never
      * filed again: a re-run prints against the figures as filed,
      * so a return can't be quietly re-run with different ones.
       01 TaxFiledRec.
           88 EndOfTaxFiled VALUE HIGH-VALUES.
           02 TF-PeriodFrom PIC 9(8).
           02 TF-PeriodTo PIC 9(8).
           02 TF-FiledDate PIC 9(8).
           02 TF-NetSales PIC 9(10)V99.
           02 TF-OutputTax PIC 9(10)V99.
           02 TF-RefundValue PIC 9(10)V99.
           02 TF-RefundTax PIC 9(10)V99.
           02 TF-TaxDue PIC S9(10)V99 SIGN LEADING SEPARATE.
