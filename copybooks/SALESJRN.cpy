           02 SJ-UnitCost PIC 9(4)V99.
      * How the sale was paid, for the end-of-day cash-up: blank
      * (records from before the field existed) counts as cash.
      * (W)eb is a web order shipped or collected -- paid by card
      * on the web site when the order was placed, so it is in
      * neither the till nor the card terminal's takings.
           02 SJ-TenderCode PIC X.
               88 SJ-CashTender VALUES "C", " ".
               88 SJ-CardTender VALUE "D".
               88 SJ-VoucherTender VALUE "V".
               88 SJ-AccountTender VALUE "A".
               88 SJ-PointsTender VALUE "P".
               88 SJ-WebTender VALUE "W".
      * How the price charged was arrived at: (L)ist, (P)romotion,
      * (C)ontract, (Q)uotation, or (K)it share -- and the gadget's
      * list Price that day, so a trade customer's statement can
      * show what their terms saved them. Blank rule and
      * non-numeric list price on records from before the fields
      * existed read as list, with no saving shown.
           02 SJ-PriceRule PIC X.
               88 SJ-ListPriceRule VALUES "L", " ".
               88 SJ-PromoPriceRule VALUE "P".
               88 SJ-ContractPriceRule VALUE "C".
               88 SJ-QuotePriceRule VALUE "Q".
               88 SJ-KitPriceRule VALUE "K".
           02 SJ-ListPrice PIC 9(4)V99.
      * The operator signed on at the till when the sale went
      * through, for the commission run. Blank (records from before
      * the field existed, or nobody signed on) is unattributed.
           02 SJ-OperatorId PIC X(10).
      * The rows of one kit sale, one per component, carry the same
      * group number -- the receipt number of the kit's first
      * component -- so a report can put the kit back together as
      * the one sale the customer paid for. Zero on every other
      * line; non-numeric on records from before the field existed.
           02 SJ-KitGroupNo PIC 9(8).
