      * non-numeric on records from before the field existed) means
      * no cost was captured.
           02 PO-UnitCost PIC 9(4)V99.
      * Units per pack the line was raised in, off the supplier's
      * cross-reference entry. PO-QtyOrdered and PO-QtyReceived stay
      * in single units (a whole number of packs' worth) so matching
      * and delivery scoring are unchanged. Zero or non-numeric
      * means the line is in singles.
           02 PO-PackSize PIC 9(4).
      * Where the confirmed order stands with the supplier: "P" when
      * PurchaseOrderReview confirms it and it waits for
      * PurchaseOrderTransmit, "T" once it has gone out on the
      * supplier's order file, dated. Blank on suggestions and on
      * orders confirmed before transmission existed, which were
      * phoned or emailed by hand and are never sent again.
           02 PO-TransmitStatus PIC X.
               88 PO-AwaitingTransmit VALUE "P".
               88 PO-Transmitted VALUE "T".
           02 PO-TransmittedDate PIC 9(8).
      * The open-to-buy charge PurchaseOrderReview makes when it
      * releases the order: the day it was confirmed (the month
      * whose budget it counts against), the unit cost it was
      * committed at, and the supervisor who let it go over budget
      * (blank when it was within). Zero or non-numeric on orders
      * released before budgets were kept -- they count against
      * the month of PO-OrderDate at the cost the report looks up.
           02 PO-BudgetCharge.
              03 PO-ConfirmedDate PIC 9(8).
              03 PO-CommitUnitCost PIC 9(4)V99.
              03 PO-OverrideBy PIC X(10).
