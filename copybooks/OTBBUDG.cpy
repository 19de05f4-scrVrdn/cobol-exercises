      * OpenToBuy.dat record layout: the purchasing budget -- the
      * value at cost the buyers may commit to new orders for one
      * category in one month, keyed month-within-category and
      * maintained by OpenToBuyMaintenance. PurchaseOrderReview
      * checks each order it releases against what is left of it,
      * and OpenToBuyReport sets it against what was committed and
      * received. A category with no budget for the month is not
      * held to one.
       01 OpenToBuyRec.
           88 EndOfOpenToBuy VALUE HIGH-VALUES.
           02 OB-Key.
              03 OB-CategoryCode PIC 9(2).
              03 OB-BudgetMonth PIC 9(6).
           02 OB-BudgetAmount PIC 9(8)V99.
