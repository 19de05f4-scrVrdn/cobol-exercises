      * ContractPrices.dat record layout: prices negotiated with a
      * trade customer, keyed on the customer number plus either one
      * gadget or a whole category, maintained by
      * ContractPriceMaintenance. PointOfSale sets a live contract
      * against the promotion and list prices on any sale line
      * carrying that customer and charges the lowest, so the
      * discount is no longer credited back by hand.
       01 ContractPriceRec.
           88 EndOfContractPrices VALUE HIGH-VALUES.
           02 CT-ContractKey.
              03 CT-CustomerNumber PIC 9(6).
      * G: CT-ScopeCode is a GadgedID. C: it is a CategoryCode,
      * right-justified, and the contract covers every gadget in
      * the category.
              03 CT-Scope PIC X.
                  88 CT-GadgetScope VALUE "G".
                  88 CT-CategoryScope VALUE "C".
              03 CT-ScopeCode PIC 9(6).
      * Either a fixed unit price (gadget contracts only) or a
      * percentage off the gadget's Price; the other is zero.
           02 CT-ContractPrice PIC 9(4)V99.
           02 CT-DiscountPct PIC 9(2)V9.
           02 CT-StartDate PIC 9(8).
           02 CT-EndDate PIC 9(8).
