      * terminal. Only confirmed (Open) orders are matched against
      * deliveries by GoodsReceived -- a suggestion nobody confirmed
      * commits nothing to a supplier.
      *
      * Every order released is charged at cost to its category's
      * open-to-buy budget for the month (OpenToBuy.dat), and the
      * reviewer is shown what the budget has left. An order that
      * would take the category over budget is only released on a
      * supervisor's override, keyed there and then and recorded on
      * the order.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

      * The gadget's category, for the budget an order charges.
           SELECT StockFile ASSIGN TO "GadgetStock.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GadgedID
               FILE STATUS IS WS-FileStatus.

      * The gadget's average cost, for costing an order whose
      * supplier has no quote on the cross-reference. OPTIONAL: a
      * site that has never costed a receipt has no ledger.
           SELECT OPTIONAL CostLedgerFile ASSIGN TO "CostLedger.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-GadgedID
               FILE STATUS IS WS-FileStatus.

      * The purchasing budgets. OPTIONAL: a site that keeps no
      * budgets releases orders unchecked.
           SELECT OPTIONAL OpenToBuyFile ASSIGN TO "OpenToBuy.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OB-Key
               FILE STATUS IS WS-FileStatus.

      * The supervisors who may override a budget. OPTIONAL: a site
      * with no user file yet runs open.
           SELECT OPTIONAL UserFile ASSIGN TO "Users.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UO-OperatorId
               FILE STATUS IS WS-FileStatus.


      * The business day this cycle stamps from, set by the batch
      * driver -- see BUSDATE.
           SELECT BusinessDateFile ASSIGN TO "BusinessDate.dat"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD PurchaseOrderFile.
       FD XrefFile.
           COPY GSXREF.

       FD StockFile.
           COPY STOCKREC.

       FD CostLedgerFile.
           COPY COSTREC.

       FD OpenToBuyFile.
           COPY OTBBUDG.

       FD UserFile.
           COPY USERREC.

       FD BusinessDateFile.
           COPY BUSDATE.

       WORKING-STORAGE SECTION.
       01 BusinessToday PIC 9(8) VALUE ZEROS.
       COPY FILESTAT.

      * What each category has already drawn on this month's
      * budget, subscripted by category code + 1 (codes run 00-99):
      * received at the cost invoiced, and still on order at the
      * cost committed.
       01 CommitmentTable.
           02 CategoryCommitted OCCURS 100 TIMES PIC 9(10)V99.
       01 CategorySub PIC 9(3).
       01 BudgetMonth PIC 9(6).
       01 ChargeMonth PIC 9(6).

      * The order being costed: its unit cost, category, and what
      * it draws on the budget.
       01 OrderUnitCost PIC 9(4)V99.
       01 ReceivedUnitCost PIC 9(4)V99.
       01 OrderCategory PIC 9(2).
       01 OrderCharge PIC 9(10)V99.
       01 QtyOutstanding PIC S9(5).
       01 BudgetLeft PIC S9(10)V99.
       01 BudgetOver PIC 9(10)V99.
       01 BudgetFoundFlag PIC X.
           88 BudgetFound VALUE "Y".
       01 BudgetClearedFlag PIC X.
           88 BudgetCleared VALUE "Y".
       01 OverrideId PIC X(10).
       01 OverridePassword PIC X(10).
       01 OverridesGiven PIC 9(4) VALUE ZERO.
       01 BudgetLine.
           02 FILLER PIC X(20) VALUE "  Open-to-buy, cat ".
           02 BL-Category PIC 99.
           02 FILLER PIC X(10) VALUE ": budget ".
           02 BL-Budget PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(8) VALUE "  left ".
           02 BL-Left PIC -ZZ,ZZZ,ZZ9.99.
       01 ChargeLine.
           02 FILLER PIC X(22) VALUE "  This order at cost ".
           02 CHL-Charge PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(6) VALUE " (at ".
           02 CHL-UnitCost PIC Z,ZZ9.99.
           02 FILLER PIC X(6) VALUE " each)".

      * The forecast notes, loaded once up front so each order's
      * reasoning can be looked up as it comes round for review.
       01 MaxForecastNotes PIC 9(4) VALUE 500.

       01 AmendedQty PIC 9(4).

      * The order line's pack size (1 for singles) and the whole
      * packs its unit quantity makes up, for showing and amending
      * the order the way the supplier ships it.
       01 OrderPackSize PIC 9(4).
       01 OrderPacks PIC 9(4).
       01 PackRemainder PIC 9(4).
       01 OrderPackLine.
           02 FILLER PIC X(5) VALUE "  In ".
           02 OPL-Packs PIC ZZZ9.
           02 FILLER PIC X(10) VALUE " packs of ".
           02 OPL-PackSize PIC ZZZ9.

       01 ConfirmedCount PIC 9(4) VALUE ZERO.
       01 AmendedCount PIC 9(4) VALUE ZERO.
       01 CancelledCount PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.
       Main.
           PERFORM GetBusinessDate
           MOVE BusinessToday(1:6) TO BudgetMonth
           PERFORM LoadForecastNotes

      * Status "05" is the missing OPTIONAL cross-reference -- the
               PERFORM CheckFileStatus
           END-IF

           OPEN INPUT StockFile
           MOVE "GadgetStock.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

      * Status "05" is the missing OPTIONAL ledger or budget file.
           OPEN INPUT CostLedgerFile
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "05"
               MOVE "CostLedger.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF

           OPEN INPUT OpenToBuyFile
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "05"
               MOVE "OpenToBuy.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF

           PERFORM LoadMonthCommitments

           OPEN I-O PurchaseOrderFile
           MOVE "PurchaseOrders.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus


           CLOSE PurchaseOrderFile
           CLOSE XrefFile
           CLOSE StockFile
           CLOSE CostLedgerFile
           CLOSE OpenToBuyFile

           DISPLAY "Orders confirmed: " ConfirmedCount
           DISPLAY "Orders amended:   " AmendedCount
           DISPLAY "Orders cancelled: " CancelledCount
           DISPLAY "Orders switched:  " SwitchedCount
           DISPLAY "Orders skipped:   " SkippedCount
           DISPLAY "Budget overrides: " OverridesGiven

           STOP RUN.

           MOVE PO-QtyOrdered TO ODL-QtyOrdered
           MOVE PO-OrderDate TO ODL-OrderDate
           DISPLAY OrderDetailLine
           PERFORM ShowOrderPacks
           PERFORM ShowForecastReason

           DISPLAY "(C)onfirm, (A)mend qty, (S)witch supplier, "

           EVALUATE TRUE
               WHEN ConfirmOrder
                   PERFORM ChargeOrderToBudget
                   IF BudgetCleared
                       SET PO-Open TO TRUE
                       PERFORM QueueForTransmit
                       ADD 1 TO ConfirmedCount
                       PERFORM RewriteOrder
                   ELSE
                       ADD 1 TO SkippedCount
                   END-IF
               WHEN AmendOrder
                   IF OrderPackSize > 1
                       DISPLAY "Enter corrected number of packs of "
                           OrderPackSize " - " WITH NO ADVANCING
                   ELSE
                       DISPLAY "Enter corrected quantity - "
                           WITH NO ADVANCING
                   END-IF
                   ACCEPT AmendedQty
                   COMPUTE PO-QtyOrdered = AmendedQty * OrderPackSize
                       ON SIZE ERROR
                           DISPLAY "Too many packs for one order "
                               "line - quantity left as it was"
                   END-COMPUTE
                   PERFORM ChargeOrderToBudget
                   IF BudgetCleared
                       SET PO-Open TO TRUE
                       PERFORM QueueForTransmit
                       ADD 1 TO AmendedCount
                       PERFORM RewriteOrder
                   ELSE
                       DISPLAY "Amended quantity not kept"
                       ADD 1 TO SkippedCount
                   END-IF
               WHEN SwitchSupplier
                   PERFORM SwitchOrderSupplier
               WHEN CancelOrder
               PERFORM CheckChosenAlternate
               IF AlternateValid
                   MOVE ChosenSupplierID TO PO-SupplierID
                   PERFORM RepackForSupplier
                   ADD 1 TO SwitchedCount
                   PERFORM RewriteOrder
                   DISPLAY "Order " PO-Number " switched to "
               END-IF
           END-PERFORM.

      * The new supplier may ship in a different case size: the line
      * takes their pack size and its quantity rounds up to whole
      * packs of it. Reads the chosen supplier's entry afresh, since
      * CheckChosenAlternate only proved it exists.
       RepackForSupplier.
           MOVE ZEROS TO PO-PackSize
           MOVE PO-GadgedID TO GX-GadgedID
           MOVE ChosenSupplierID TO GX-SupplierID
           READ XrefFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF GX-PackSize NUMERIC
                       MOVE GX-PackSize TO PO-PackSize
                   END-IF
           END-READ

           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
              MOVE "GadgetSupplierXref.dat" TO WS-FileStatusName
              PERFORM CheckFileStatus
           END-IF

           IF PO-PackSize > 1
               DIVIDE PO-QtyOrdered BY PO-PackSize
                   GIVING OrderPacks REMAINDER PackRemainder
               IF PackRemainder > 0
                   ADD 1 TO OrderPacks
                   COMPUTE PO-QtyOrdered = OrderPacks * PO-PackSize
                       ON SIZE ERROR
                           CONTINUE
                   END-COMPUTE
                   DISPLAY "Quantity rounded up to " OrderPacks
                       " packs of " PO-PackSize
               END-IF
           END-IF.

      * The order line in whole packs, under the detail line, when
      * its supplier ships in cases. Lines raised before pack sizes
      * were kept carry no pack size and are treated as singles.
       ShowOrderPacks.
           MOVE 1 TO OrderPackSize
           IF PO-PackSize NUMERIC AND PO-PackSize > 1
               MOVE PO-PackSize TO OrderPackSize
               DIVIDE PO-QtyOrdered BY OrderPackSize
                   GIVING OrderPacks REMAINDER PackRemainder
               MOVE OrderPacks TO OPL-Packs
               MOVE OrderPackSize TO OPL-PackSize
               DISPLAY OrderPackLine
               IF PackRemainder > 0
                   DISPLAY "  plus " PackRemainder
                       " single units - not a whole number of packs"
               END-IF
           END-IF.

       CheckChosenAlternate.
           MOVE "N" TO AlternateValidFlag
           MOVE PO-GadgedID TO GX-GadgedID
              PERFORM CheckFileStatus
           END-IF.

      * A released order waits for PurchaseOrderTransmit to send it
      * to the supplier.
       QueueForTransmit.
           SET PO-AwaitingTransmit TO TRUE
           MOVE ZEROS TO PO-TransmittedDate.

       RewriteOrder.
           REWRITE PurchaseOrderRec
           MOVE "PurchaseOrders.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus.

      * What each category has drawn on this month's budget so far,
      * off the orders already released: for an open order, what
      * has arrived at its invoiced cost and what is still to come
      * at its committed cost; for a closed one, only what arrived.
       LoadMonthCommitments.
           INITIALIZE CommitmentTable

           OPEN INPUT PurchaseOrderFile
           IF WS-FileStatus = "35"
               DISPLAY "No PurchaseOrders.dat on file - nothing to "
                   "review"
               STOP RUN
           END-IF
           MOVE "PurchaseOrders.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           READ PurchaseOrderFile
               AT END SET EndOfPurchaseOrders TO TRUE
           END-READ
           PERFORM CheckFileStatus

           PERFORM UNTIL EndOfPurchaseOrders
               IF PO-Open OR PO-Closed
                   IF PO-ConfirmedDate NUMERIC
                      AND PO-ConfirmedDate > 0
                       MOVE PO-ConfirmedDate(1:6) TO ChargeMonth
                   ELSE
                       MOVE PO-OrderDate(1:6) TO ChargeMonth
                   END-IF
                   IF ChargeMonth = BudgetMonth
                       PERFORM CostOrderLine
                       PERFORM ReadOrderCategory
                       COMPUTE CategorySub = OrderCategory + 1
                       ADD OrderCharge
                           TO CategoryCommitted(CategorySub)
                   END-IF
               END-IF

               READ PurchaseOrderFile
                   AT END SET EndOfPurchaseOrders TO TRUE
               END-READ
               PERFORM CheckFileStatus
           END-PERFORM

           CLOSE PurchaseOrderFile.

      * OrderCharge for a released order already on the book.
       CostOrderLine.
           IF PO-CommitUnitCost NUMERIC AND PO-CommitUnitCost > 0
               MOVE PO-CommitUnitCost TO OrderUnitCost
           ELSE
               PERFORM LookUpOrderCost
           END-IF
           IF PO-UnitCost NUMERIC AND PO-UnitCost > 0
               MOVE PO-UnitCost TO ReceivedUnitCost
           ELSE
               MOVE OrderUnitCost TO ReceivedUnitCost
           END-IF

           COMPUTE OrderCharge = PO-QtyReceived * ReceivedUnitCost
           IF PO-Open
               COMPUTE QtyOutstanding = PO-QtyOrdered - PO-QtyReceived
               IF QtyOutstanding > 0
                   COMPUTE OrderCharge = OrderCharge
                       + QtyOutstanding * OrderUnitCost
               END-IF
           END-IF.

      * The unit cost an order is committed at: the supplier's quote
      * off the cross-reference, else the gadget's average cost.
      * Zero when neither is known.
       LookUpOrderCost.
           MOVE ZEROS TO OrderUnitCost
           MOVE PO-GadgedID TO GX-GadgedID
           MOVE PO-SupplierID TO GX-SupplierID
           READ XrefFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF GX-QuotedCost NUMERIC
                       MOVE GX-QuotedCost TO OrderUnitCost
                   END-IF
           END-READ
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
              AND WS-FileStatus NOT = "05" AND WS-FileStatus NOT = "49"
              MOVE "GadgetSupplierXref.dat" TO WS-FileStatusName
              PERFORM CheckFileStatus
           END-IF

           IF OrderUnitCost = 0
               MOVE PO-GadgedID TO CL-GadgedID
               READ CostLedgerFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CL-AvgUnitCost NUMERIC
                           MOVE CL-AvgUnitCost TO OrderUnitCost
                       END-IF
               END-READ
               IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
                  AND WS-FileStatus NOT = "05"
                  AND WS-FileStatus NOT = "49"
                  MOVE "CostLedger.dat" TO WS-FileStatusName
                  PERFORM CheckFileStatus
               END-IF
           END-IF.

      * The category the order's gadget sits in; a gadget gone from
      * the stock file charges category 00.
       ReadOrderCategory.
           MOVE PO-GadgedID TO GadgedID
           READ StockFile
               INVALID KEY
                   MOVE ZEROS TO OrderCategory
               NOT INVALID KEY
                   MOVE CategoryCode TO OrderCategory
           END-READ
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
              MOVE "GadgetStock.dat" TO WS-FileStatusName
              PERFORM CheckFileStatus
           END-IF.

      * Costs the order about to be released, shows the reviewer
      * what its category's budget has left, and clears it -- at
      * once when it fits or no budget is held, on a supervisor's
      * override when it doesn't. A cleared order is stamped with
      * its charge and counted against the budget.
       ChargeOrderToBudget.
           MOVE "N" TO BudgetClearedFlag
           MOVE SPACES TO PO-OverrideBy
           PERFORM LookUpOrderCost
           PERFORM ReadOrderCategory
           COMPUTE CategorySub = OrderCategory + 1
           COMPUTE OrderCharge = PO-QtyOrdered * OrderUnitCost

           MOVE OrderCharge TO CHL-Charge
           MOVE OrderUnitCost TO CHL-UnitCost
           DISPLAY ChargeLine
           IF OrderUnitCost = 0
               DISPLAY "  No cost known for this gadget - the order "
                   "draws nothing on the budget"
           END-IF

           MOVE "N" TO BudgetFoundFlag
           MOVE OrderCategory TO OB-CategoryCode
           MOVE BudgetMonth TO OB-BudgetMonth
           READ OpenToBuyFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET BudgetFound TO TRUE
           END-READ
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
              AND WS-FileStatus NOT = "05" AND WS-FileStatus NOT = "49"
              MOVE "OpenToBuy.dat" TO WS-FileStatusName
              PERFORM CheckFileStatus
           END-IF

           IF NOT BudgetFound
               DISPLAY "  No open-to-buy budget for category "
                   OrderCategory " in " BudgetMonth
               SET BudgetCleared TO TRUE
           ELSE
               COMPUTE BudgetLeft = OB-BudgetAmount
                   - CategoryCommitted(CategorySub)
               MOVE OrderCategory TO BL-Category
               MOVE OB-BudgetAmount TO BL-Budget
               MOVE BudgetLeft TO BL-Left
               DISPLAY BudgetLine
               IF OrderCharge > BudgetLeft
                   COMPUTE BudgetOver = OrderCharge - BudgetLeft
                   MOVE BudgetOver TO CHL-Charge
                   DISPLAY "  This order goes over budget by "
                       CHL-Charge
                   PERFORM GetBudgetOverride
               ELSE
                   SET BudgetCleared TO TRUE
               END-IF
           END-IF

           IF BudgetCleared
               MOVE BusinessToday TO PO-ConfirmedDate
               MOVE OrderUnitCost TO PO-CommitUnitCost
               ADD OrderCharge TO CategoryCommitted(CategorySub)
           END-IF.

      * A supervisor keys their own id and password at the
      * reviewer's terminal to let the order go over budget. With
      * no user file the site runs open, loudly, the same rule the
      * menu applies.
       GetBudgetOverride.
           OPEN INPUT UserFile
           IF WS-FileStatus = "05" OR WS-FileStatus = "35"
               DISPLAY "  No Users.dat on file - released over "
                   "budget with no override check"
               SET BudgetCleared TO TRUE
           ELSE
               MOVE "Users.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
               DISPLAY "  Supervisor id to override (Enter leaves "
                   "the order) - " WITH NO ADVANCING
               MOVE SPACES TO OverrideId
               ACCEPT OverrideId
               IF OverrideId NOT = SPACES
                   DISPLAY "  Password - " WITH NO ADVANCING
                   ACCEPT OverridePassword
                   MOVE OverrideId TO UO-OperatorId
                   READ UserFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF UO-Password = OverridePassword
                              AND UO-Role >= 2
                               SET BudgetCleared TO TRUE
                           END-IF
                   END-READ
                   IF BudgetCleared
                       MOVE OverrideId TO PO-OverrideBy
                       ADD 1 TO OverridesGiven
                       DISPLAY "  Override by "
                           FUNCTION TRIM(OverrideId) " recorded"
                   ELSE
                       DISPLAY "  Override refused"
                   END-IF
               END-IF
               CLOSE UserFile
           END-IF

           IF NOT BudgetCleared
               DISPLAY "  Order " PO-Number " left for review"
           END-IF.

      * Reads the forecast notes into memory. Status "05" is the
      * missing OPTIONAL file on a site whose suggestions predate
      * the forecasting step.
                   DISPLAY ThresholdReasonLine
               END-IF
           END-IF.


      * The business day this run stamps -- the control record the
      * batch driver sets each cycle, so a run after midnight or a
      * rerun stamps the day it belongs to. Falls back to the
      * calendar date when no control record exists.
       GetBusinessDate.
           MOVE FUNCTION CURRENT-DATE(1:8) TO BusinessToday
           OPEN INPUT BusinessDateFile
           IF WS-FileStatus = "00"
               READ BusinessDateFile
                   NOT AT END
                       IF BD-BusinessDate NUMERIC
                          AND BD-BusinessDate > 0
                           MOVE BD-BusinessDate TO BusinessToday
                       END-IF
               END-READ
               CLOSE BusinessDateFile
           END-IF.
