      * BundleMaster.dat record layout: the kits sold as one line at
      * the till (phone + case + charger), keyed on the kit number
      * and maintained by BundleMaintenance. Each kit lists its
      * component gadgets with the quantity of each that goes in the
      * box, and the one price the kit sells at. PointOfSale sells a
      * kit line by decrementing every component and spreading the
      * kit price over them in the sales journal, so category
      * takings and margin stay true to what actually left the
      * shelf. Kit numbers share the six-digit GadgedID space but
      * are never on GadgetStock.dat -- the kit holds no stock of
      * its own.
       01 BundleRec.
           88 EndOfBundles VALUE HIGH-VALUES.
           02 BN-KitID PIC 9(6).
           02 BN-KitName PIC X(30).
           02 BN-KitPrice PIC 9(4)V99.
           02 BN-ComponentCount PIC 99.
           02 BN-Component OCCURS 8 TIMES.
              03 BN-CompGadgedID PIC 9(6).
              03 BN-CompQty PIC 9(3).
