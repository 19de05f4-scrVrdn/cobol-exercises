           88 EndOfCategoryFile VALUE HIGH-VALUES.
           02 CM-CategoryCode PIC 9(2).
           02 CM-CategoryName PIC X(20).
      * Days a unit in this category is under warranty from the day
      * it is sold, unless its supplier gives its own. Zero (or a
      * record from before the field) means no period is held.
           02 CM-WarrantyDays PIC 9(4).
      * Commission paid to the selling operator on the category's
      * sales, as a percentage of the value sold before tax. Zero
      * (or a record from before the field) pays no commission.
           02 CM-CommissionPct PIC 9(2)V99.
