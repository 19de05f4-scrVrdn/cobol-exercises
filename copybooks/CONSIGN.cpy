      * ConsignmentStock.dat record layout: one record per gadget a
      * supplier has placed with us on consignment, kept by
      * ConsignmentMaintenance. The supplier owns the stock until it
      * sells, so while the consignment is open the gadget is left
      * out of the month-end valuation, the GL inventory postings
      * and the suggested orders -- it is still sold, counted and
      * moved like any other. We owe the supplier CN-UnitPayable for
      * each unit that goes, settled monthly by
      * ConsignmentSettlement.
       01 ConsignmentRec.
           88 EndOfConsignments VALUE HIGH-VALUES.
           02 CN-GadgedID PIC 9(6).
           02 CN-SupplierID PIC 9(5).
           02 CN-UnitPayable PIC 9(4)V99.
      * The consignment runs from its start date up to the day
      * before its end date; an end date of zero is still open. A
      * sale on or after the end date is of stock we own.
           02 CN-StartDate PIC 9(8).
           02 CN-EndDate PIC 9(8).
