      * DeliveryCharges.dat record layout: the charges landed on a
      * delivery over and above the supplier's own invoice -- the
      * carrier's freight, import duty, transit insurance -- keyed
      * off the carrier and customs paperwork against the
      * GoodsReceived.dat batch the delivery was keyed in. One
      * record per charge; GoodsReceived apportions each over the
      * batch's receipt lines by value or by quantity, as the charge
      * says, before folding the lines into the average-cost ledger.
       01 DeliveryChargeRec.
           88 EndOfDeliveryCharges VALUE HIGH-VALUES.
           02 DC-BatchNumber PIC 9(6).
           02 DC-ChargeType PIC X(3).
               88 DC-Freight VALUE "FRT".
               88 DC-Duty VALUE "DTY".
               88 DC-Insurance VALUE "INS".
           02 DC-Amount PIC 9(7)V99.
      * "V" spreads the charge by each line's share of the invoiced
      * value (duty and insurance follow value), "Q" by its share of
      * the units (freight follows bulk). Blank means by value.
           02 DC-Basis PIC X.
               88 DC-ByValue VALUES "V", SPACE.
               88 DC-ByQuantity VALUE "Q".
