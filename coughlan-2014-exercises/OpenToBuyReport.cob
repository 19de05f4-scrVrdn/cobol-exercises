       IDENTIFICATION DIVISION.
       PROGRAM-ID. OpenToBuyReport.
       AUTHOR. io.github.scrvrdn.
      * The month's open-to-buy position by category: each budget on
      * OpenToBuy.dat set against what the category's released
      * orders have drawn on it -- goods still on order at the cost
      * committed when the order was released, and goods received
      * at the cost invoiced -- and what is left. An order counts
      * against the month it was confirmed in (its order date, for
      * orders released before budgets were kept); suggestions and
      * cancelled orders draw nothing. A category with orders but no
      * budget is shown as unbudgeted so it isn't missed.
      *
      * The month is keyed at the prompt, Enter for the current one.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OPTIONAL: a site that keeps no budgets still sees its
      * commitments.
           SELECT OPTIONAL OpenToBuyFile ASSIGN TO "OpenToBuy.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OB-Key
               FILE STATUS IS WS-FileStatus.

      * OPTIONAL: a site that has raised no orders has drawn nothing.
           SELECT OPTIONAL PurchaseOrderFile
               ASSIGN TO "PurchaseOrders.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

           SELECT StockFile ASSIGN TO "GadgetStock.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GadgedID
               FILE STATUS IS WS-FileStatus.

      * Quoted and average costs, for orders released before the
      * commit cost was stamped on them. Both OPTIONAL.
           SELECT OPTIONAL XrefFile
               ASSIGN TO "GadgetSupplierXref.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GX-Key
               FILE STATUS IS WS-FileStatus.

           SELECT OPTIONAL CostLedgerFile ASSIGN TO "CostLedger.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-GadgedID
               FILE STATUS IS WS-FileStatus.

           SELECT CategoryFile ASSIGN TO "CategoryMaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CategoryCode
               FILE STATUS IS WS-FileStatus.

           SELECT OpenToBuyRpt ASSIGN TO "OpenToBuy.rpt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.


      * The business day this cycle stamps from, set by the batch
      * driver -- see BUSDATE.
           SELECT BusinessDateFile ASSIGN TO "BusinessDate.dat"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD BusinessDateFile.
           COPY BUSDATE.

       FD OpenToBuyFile.
           COPY OTBBUDG.

       FD PurchaseOrderFile.
           COPY PORDREC.

       FD StockFile.
           COPY STOCKREC.

       FD XrefFile.
           COPY GSXREF.

       FD CostLedgerFile.
           COPY COSTREC.

       FD CategoryFile.
           COPY CATREC.

       FD OpenToBuyRpt.
       01 PrintLine PIC X(100).

       WORKING-STORAGE SECTION.
       01 BusinessToday PIC 9(8) VALUE ZEROS.
       COPY FILESTAT.
       COPY RPTHEAD.

       01 ReportMonth PIC 9(6) VALUE ZEROS.
       01 ChargeMonth PIC 9(6).

      * Each category's name, budget and drawings, subscripted by
      * category code + 1 (codes run 00-99).
       01 CategoryTable.
           02 CategoryEntry OCCURS 100 TIMES.
              03 CT-CategoryName PIC X(20).
              03 CT-BudgetFlag PIC X.
                  88 CT-Budgeted VALUE "Y".
              03 CT-Budget PIC 9(8)V99.
              03 CT-OnOrder PIC 9(10)V99.
              03 CT-Received PIC 9(10)V99.
              03 CT-Overrides PIC 9(4).
       01 CategorySub PIC 9(3).
       01 CategoryCodeOut PIC 99.

       01 OrderUnitCost PIC 9(4)V99.
       01 ReceivedUnitCost PIC 9(4)V99.
       01 QtyOutstanding PIC S9(5).
       01 OrdersCounted PIC 9(6) VALUE ZERO.
       01 OrdersUncosted PIC 9(6) VALUE ZERO.

       01 RowRemaining PIC S9(10)V99.
       01 TotalBudget PIC 9(10)V99 VALUE ZERO.
       01 TotalOnOrder PIC 9(11)V99 VALUE ZERO.
       01 TotalReceived PIC 9(11)V99 VALUE ZERO.
       01 TotalRemaining PIC S9(11)V99 VALUE ZERO.
       01 TotalOverrides PIC 9(5) VALUE ZERO.
       01 CategoriesOver PIC 9(3) VALUE ZERO.

       01 ReportHeading PIC X(40)
           VALUE "Open-to-Buy by Category".
       01 MonthLine.
           02 FILLER PIC X(15) VALUE "Budget month ".
           02 ML-Month PIC 9(6).
       01 OtbColHeads.
           02 FILLER PIC X(26) VALUE "Cat Category".
           02 FILLER PIC X(14) VALUE "        Budget".
           02 FILLER PIC X(14) VALUE "      On order".
           02 FILLER PIC X(14) VALUE "      Received".
           02 FILLER PIC X(15) VALUE "     Remaining".
           02 FILLER PIC X(10) VALUE " Overrides".
       01 OtbLine.
           02 OL-Code PIC X(3).
           02 FILLER PIC X VALUE SPACE.
           02 OL-Name PIC X(22).
           02 OL-Budget PIC X(14).
           02 OL-OnOrder PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 OL-Received PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 OL-Remaining PIC X(15).
           02 FILLER PIC X(3) VALUE SPACES.
           02 OL-Overrides PIC ZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 OL-OverFlag PIC X(4).
       01 AmountOut PIC ZZ,ZZZ,ZZ9.99.
       01 RemainingOut PIC -ZZ,ZZZ,ZZ9.99.
       01 TotalTitle PIC X(5) VALUE "Total".
       01 UncostedLine.
           02 FILLER PIC X(40)
               VALUE "Orders with no cost known, drawing zero".
           02 FILLER PIC X(2) VALUE ": ".
           02 UC-Count PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       Main.
           PERFORM GetBusinessDate

           DISPLAY "Open-to-buy month (CCYYMM, Enter for current) - "
               WITH NO ADVANCING
           ACCEPT ReportMonth
           IF ReportMonth = ZEROS
               MOVE BusinessToday(1:6) TO ReportMonth
           END-IF

           PERFORM LoadCategoryNames
           PERFORM LoadBudgets
           PERFORM AccumulateOrders

           OPEN OUTPUT OpenToBuyRpt
           MOVE "OpenToBuy.rpt" TO WS-FileStatusName
           PERFORM CheckFileStatus

           MOVE BusinessToday TO RptRunDate
           MOVE RptRunDate(5:2) TO RptStampMonth
           MOVE RptRunDate(7:2) TO RptStampDay
           MOVE RptRunDate(1:4) TO RptStampYear
           MOVE RptPageNumber TO RptStampPage
           WRITE PrintLine FROM RptHeadingStamp AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus
           WRITE PrintLine FROM ReportHeading AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus
           MOVE ReportMonth TO ML-Month
           WRITE PrintLine FROM MonthLine AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus
           WRITE PrintLine FROM OtbColHeads AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus

           PERFORM VARYING CategorySub FROM 1 BY 1
                   UNTIL CategorySub > 100
               IF CT-Budgeted(CategorySub)
                  OR CT-OnOrder(CategorySub) > 0
                  OR CT-Received(CategorySub) > 0
                   PERFORM WriteCategoryLine
               END-IF
           END-PERFORM

           MOVE SPACES TO OL-Code
           MOVE TotalTitle TO OL-Name
           MOVE TotalBudget TO AmountOut
           MOVE AmountOut TO OL-Budget
           MOVE TotalOnOrder TO OL-OnOrder
           MOVE TotalReceived TO OL-Received
           MOVE TotalRemaining TO RemainingOut
           MOVE RemainingOut TO OL-Remaining
           MOVE TotalOverrides TO OL-Overrides
           MOVE SPACES TO OL-OverFlag
           WRITE PrintLine FROM OtbLine AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus

           MOVE OrdersUncosted TO UC-Count
           WRITE PrintLine FROM UncostedLine AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus

           CLOSE OpenToBuyRpt

           DISPLAY "Budget month:          " ReportMonth
           DISPLAY "Orders counted:        " OrdersCounted
           DISPLAY "Orders with no cost:   " OrdersUncosted
           DISPLAY "Categories over budget: " CategoriesOver
           STOP RUN.

      * Checks WS-FileStatus after an OPEN/READ/WRITE against
      * WS-FileStatusName (set by the caller immediately beforehand),
      * so a missing or unreadable file gives a readable message
      * instead of a raw COBOL abend. "00" is success and "10" is the
      * normal at-end condition already handled by the READ's own AT
      * END clause -- anything else is treated as fatal.
       CheckFileStatus.
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "10"
              DISPLAY "File error on " WS-FileStatusName
                  " - status " WS-FileStatus
              DISPLAY "Run aborted"
              STOP RUN
           END-IF.

      * Every category's name, read once; with no master the codes
      * print alone.
       LoadCategoryNames.
           PERFORM VARYING CategorySub FROM 1 BY 1
                   UNTIL CategorySub > 100
               MOVE "(not on category master)"
                   TO CT-CategoryName(CategorySub)
               MOVE "N" TO CT-BudgetFlag(CategorySub)
               MOVE ZEROS TO CT-Budget(CategorySub)
               MOVE ZEROS TO CT-OnOrder(CategorySub)
               MOVE ZEROS TO CT-Received(CategorySub)
               MOVE ZEROS TO CT-Overrides(CategorySub)
           END-PERFORM

           OPEN INPUT CategoryFile
           IF WS-FileStatus NOT = "35"
               MOVE "CategoryMaster.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus

               READ CategoryFile NEXT RECORD
                   AT END SET EndOfCategoryFile TO TRUE
               END-READ
               PERFORM CheckFileStatus

               PERFORM UNTIL EndOfCategoryFile
                   COMPUTE CategorySub = CM-CategoryCode + 1
                   MOVE CM-CategoryName
                       TO CT-CategoryName(CategorySub)

                   READ CategoryFile NEXT RECORD
                       AT END SET EndOfCategoryFile TO TRUE
                   END-READ
                   PERFORM CheckFileStatus
               END-PERFORM

               CLOSE CategoryFile
           END-IF.

      * The month's budgets. Status "05" is the missing OPTIONAL
      * file.
       LoadBudgets.
           OPEN INPUT OpenToBuyFile
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "05"
               MOVE "OpenToBuy.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF

           READ OpenToBuyFile NEXT RECORD
               AT END SET EndOfOpenToBuy TO TRUE
           END-READ

           PERFORM UNTIL EndOfOpenToBuy
               IF OB-BudgetMonth = ReportMonth
                   COMPUTE CategorySub = OB-CategoryCode + 1
                   SET CT-Budgeted(CategorySub) TO TRUE
                   MOVE OB-BudgetAmount TO CT-Budget(CategorySub)
               END-IF

               READ OpenToBuyFile NEXT RECORD
                   AT END SET EndOfOpenToBuy TO TRUE
               END-READ
           END-PERFORM

           CLOSE OpenToBuyFile.

      * Every released order charged to the month, split between
      * what is still to come and what has arrived.
       AccumulateOrders.
           OPEN INPUT StockFile
           MOVE "GadgetStock.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN INPUT XrefFile
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "05"
               MOVE "GadgetSupplierXref.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF

           OPEN INPUT CostLedgerFile
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "05"
               MOVE "CostLedger.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF

           OPEN INPUT PurchaseOrderFile
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "05"
               MOVE "PurchaseOrders.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF

           READ PurchaseOrderFile
               AT END SET EndOfPurchaseOrders TO TRUE
           END-READ

           PERFORM UNTIL EndOfPurchaseOrders
               IF PO-Open OR PO-Closed
                   IF PO-ConfirmedDate NUMERIC
                      AND PO-ConfirmedDate > 0
                       MOVE PO-ConfirmedDate(1:6) TO ChargeMonth
                   ELSE
                       MOVE PO-OrderDate(1:6) TO ChargeMonth
                   END-IF
                   IF ChargeMonth = ReportMonth
                       PERFORM AddOrderDrawing
                   END-IF
               END-IF

               READ PurchaseOrderFile
                   AT END SET EndOfPurchaseOrders TO TRUE
               END-READ
           END-PERFORM

           CLOSE PurchaseOrderFile
           CLOSE CostLedgerFile
           CLOSE XrefFile
           CLOSE StockFile.

      * One order's drawing: received units at the invoiced cost
      * (the committed cost until it is invoiced), and for an order
      * still open the units outstanding at the committed cost. A
      * closed order's shortfall is no longer coming and draws
      * nothing.
       AddOrderDrawing.
           ADD 1 TO OrdersCounted
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
           IF OrderUnitCost = 0 AND ReceivedUnitCost = 0
               ADD 1 TO OrdersUncosted
           END-IF

           MOVE PO-GadgedID TO GadgedID
           READ StockFile
               INVALID KEY
                   MOVE 1 TO CategorySub
               NOT INVALID KEY
                   COMPUTE CategorySub = CategoryCode + 1
           END-READ
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
              MOVE "GadgetStock.dat" TO WS-FileStatusName
              PERFORM CheckFileStatus
           END-IF

           COMPUTE CT-Received(CategorySub) = CT-Received(CategorySub)
               + PO-QtyReceived * ReceivedUnitCost
           IF PO-Open
               COMPUTE QtyOutstanding = PO-QtyOrdered - PO-QtyReceived
               IF QtyOutstanding > 0
                   COMPUTE CT-OnOrder(CategorySub) =
                       CT-OnOrder(CategorySub)
                       + QtyOutstanding * OrderUnitCost
               END-IF
           END-IF
           IF PO-OverrideBy NOT = SPACES
              AND PO-OverrideBy NOT = LOW-VALUES
               ADD 1 TO CT-Overrides(CategorySub)
           END-IF.

      * The unit cost of an order released before the commit cost
      * was stamped: the supplier's quote off the cross-reference,
      * else the gadget's average cost. Zero when neither is known.
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

      * One category's line. Remaining is the budget less both
      * drawings; an unbudgeted category shows no budget or
      * remaining (and leaves the total remaining alone), and one
      * drawn past its budget is flagged OVER.
       WriteCategoryLine.
           COMPUTE CategoryCodeOut = CategorySub - 1
           MOVE CategoryCodeOut TO OL-Code
           MOVE CT-CategoryName(CategorySub) TO OL-Name
           MOVE CT-OnOrder(CategorySub) TO OL-OnOrder
           MOVE CT-Received(CategorySub) TO OL-Received
           MOVE CT-Overrides(CategorySub) TO OL-Overrides
           MOVE SPACES TO OL-OverFlag
           IF CT-Budgeted(CategorySub)
               MOVE CT-Budget(CategorySub) TO AmountOut
               MOVE AmountOut TO OL-Budget
               COMPUTE RowRemaining = CT-Budget(CategorySub)
                   - CT-OnOrder(CategorySub)
                   - CT-Received(CategorySub)
               MOVE RowRemaining TO RemainingOut
               MOVE RemainingOut TO OL-Remaining
               IF RowRemaining < 0
                   MOVE "OVER" TO OL-OverFlag
                   ADD 1 TO CategoriesOver
               END-IF
               ADD CT-Budget(CategorySub) TO TotalBudget
               ADD RowRemaining TO TotalRemaining
           ELSE
               MOVE "  (no budget)" TO OL-Budget
               MOVE SPACES TO OL-Remaining
           END-IF
           ADD CT-OnOrder(CategorySub) TO TotalOnOrder
           ADD CT-Received(CategorySub) TO TotalReceived
           ADD CT-Overrides(CategorySub) TO TotalOverrides

           MOVE "OpenToBuy.rpt" TO WS-FileStatusName
           WRITE PrintLine FROM OtbLine AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus.


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
