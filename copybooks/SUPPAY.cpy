      * SupplierPayments.dat record layout: one record per supplier
      * paid by SupplierPaymentRun -- the matched invoices that fell
      * due, the open return-to-supplier credits netted off them,
      * and what is actually sent. Finance writes the cheques and
      * transfers from this file; the remittance advice printed in
      * the same run tells the supplier which invoices it settles.
       01 SupplierPaymentRec.
           88 EndOfSupplierPayments VALUE HIGH-VALUES.
           02 PY-SupplierID PIC 9(5).
           02 PY-PaymentDate PIC 9(8).
           02 PY-InvoiceCount PIC 9(4).
           02 PY-InvoiceTotal PIC 9(9)V99.
           02 PY-CreditTotal PIC 9(9)V99.
           02 PY-PaymentAmount PIC 9(9)V99.
