      * credit note lands -- so damaged and recalled stock going
      * back stops becoming an unexplained adjustment, and the
      * aging report can chase credits the supplier is sitting on.
      * A credit still open when the supplier is next paid is netted
      * off that payment instead and marked Netted, dated the day of
      * the payment run.
       01 ExpectedCreditRec.
           88 EndOfExpectedCredits VALUE HIGH-VALUES.
           02 EC-SupplierID PIC 9(5).
           02 EC-Status PIC X.
               88 EC-Open VALUE "O".
               88 EC-Received VALUE "R".
               88 EC-Netted VALUE "N".
           02 EC-CreditDate PIC 9(8).
