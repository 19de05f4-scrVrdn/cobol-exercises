               88 PP-Pending VALUE "P".
               88 PP-Released VALUE "R".
               88 PP-Rejected VALUE "X".
      * Where the change came from: blank for a price change held by
      * UpdatePrices, "M" for a clearance markdown proposed from
      * aged stock by MarkdownProposal, "C" for a rise proposed by
      * SupplierPriceImport when a supplier's new cost would take
      * the margin below the floor. A markdown carries its step
      * (1 is the first, shallowest cut) and the list price the
      * step's percentage was taken off, so a deeper step later
      * cuts from the original price, not from the last markdown.
           02 PP-Source PIC X.
               88 PP-Markdown VALUE "M".
               88 PP-CostIncrease VALUE "C".
           02 PP-MarkdownStep PIC 9.
           02 PP-ListPrice PIC 9(4)V99.
      * The day PriceApproval released or rejected the change --
      * for a markdown, the day the lower price went on the shelf.
           02 PP-DecisionDate PIC 9(8).
