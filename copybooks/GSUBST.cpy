      * GadgetSubstitutes.dat record layout: for a gadget, each other
      * gadget that can stand in for it, keyed alternate-within-
      * gadget and maintained by SubstituteMaintenance. An
      * (S)uccessor is the model that replaced it -- a gadget has at
      * most one, and once the gadget is delisted GadgetShop's
      * demand measure carries its sales history into the successor.
      * An (A)lternative is an equivalent counter staff can offer
      * when the gadget is out of stock; GadgetInquiry and the
      * PointOfSale backorder capture list those in stock. Entries
      * run one way: an equivalent that works both ways is keyed in
      * both ways.
       01 GadgetSubstituteRec.
           88 EndOfGadgetSubstitutes VALUE HIGH-VALUES.
           02 SB-Key.
              03 SB-GadgedID PIC 9(6).
              03 SB-AltGadgedID PIC 9(6).
           02 SB-Relation PIC X.
               88 SB-Successor VALUE "S".
               88 SB-Alternative VALUE "A".
