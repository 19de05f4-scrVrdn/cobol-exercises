      * agreed the invoice with the purchase order and the received
      * quantity -- the shop stops paying whatever the supplier
      * prints. An invoice stays Entered until it matches clean;
      * matched invoices go to the payment-approval extract. The
      * supplier payment run pays a matched invoice once it falls
      * due under the supplier's terms and marks it Paid.
       01 SupplierInvoiceRec.
           88 EndOfSupplierInvoices VALUE HIGH-VALUES.
           02 SI-SupplierID PIC 9(5).
           02 SI-Status PIC X.
               88 SI-Entered VALUE "E".
               88 SI-Matched VALUE "M".
               88 SI-Paid VALUE "P".
           02 SI-PaidDate PIC 9(8).
