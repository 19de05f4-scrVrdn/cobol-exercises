       IDENTIFICATION DIVISION.
       PROGRAM-ID. WebOrderDispatch.
       AUTHOR. io.github.scrvrdn.
      * Companion to WebOrderImport: confirms a web order has gone
      * out of the door, and only then moves the stock. The packer
      * keys the order number off the dispatch note, confirms the
      * allocated quantities went (or keys what actually did), and
      * each line sent is taken off GadgetStock.dat and off the
      * location it was picked from, journaled for StockBackout,
      * ledgered as a Sale movement and journaled as a web sale at
      * the price charged on the website. Whatever of the order did
      * not go -- short at allocation or short on the shelf -- is
      * raised as a backorder carrying the order number, so
      * GoodsReceived fills it when stock lands and says to send the
      * balance on. The order's holds on Reservations.dat are
      * released, since the units they guarded have now left. A
      * gadget under an open recall on Recalls.dat is never posted,
      * whatever was allocated to it before the recall opened -- the
      * packer is told not to send it and the line is backordered.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WebOrderBookFile ASSIGN TO "WebOrderBook.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WO-Key
               FILE STATUS IS WS-FileStatus.

           SELECT StockFile ASSIGN TO "GadgetStock.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GadgedID
               FILE STATUS IS WS-FileStatus.

           SELECT LocationStockFile ASSIGN TO "LocationStock.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LC-Key
               FILE STATUS IS WS-FileStatus.

           SELECT ReservationFile ASSIGN TO "Reservations.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

      * One ledger record per quantity change this program makes to
      * GadgetStock.dat, shared with every other stock updater, so a
      * doubtful count can be traced at stock-take time.
           SELECT StockMovementFile ASSIGN TO "StockMovement.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

      * Before/after-image journal of every write this run makes to
      * GadgetStock.dat, so StockBackout can undo a failed run.
           SELECT StockJournalFile ASSIGN TO "StockJournal.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

      * Each line sent is a sale, journaled the way PointOfSale
      * journals a till sale, so the sales reports see it.
           SELECT SalesJournalFile ASSIGN TO "SalesJournal.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

           SELECT BackorderFile ASSIGN TO "Backorders.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

      * Manufacturers' recalls: a gadget under an open recall is not
      * sent, the same as the till refuses it. OPTIONAL since a site
      * may never have had a recall.
           SELECT OPTIONAL RecallFile ASSIGN TO "Recalls.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-RecallNumber
               FILE STATUS IS WS-FileStatus.

      * Current percentage per tax class. OPTIONAL: a missing rate
      * table taxes dispatches at zero, with a loud warning.
           SELECT OPTIONAL TaxRateFile ASSIGN TO "TaxRates.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

      * Weighted-average unit cost for the journaled sale. OPTIONAL:
      * with no ledger the cost journals as zero.
           SELECT OPTIONAL CostLedgerFile ASSIGN TO "CostLedger.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-GadgedID
               FILE STATUS IS WS-FileStatus.


      * The business day this cycle stamps from, set by the batch
      * driver -- see BUSDATE.
           SELECT BusinessDateFile ASSIGN TO "BusinessDate.dat"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FileStatus.


      * Shared update interlock on GadgetStock.dat: present while any
      * stock updater runs, so two can't interleave rewrites.
           SELECT UpdateLockFile ASSIGN TO "StockUpdateLock.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD BusinessDateFile.
           COPY BUSDATE.

       FD WebOrderBookFile.
           COPY WEBORDER.

       FD StockFile.
           COPY STOCKREC.

       FD LocationStockFile.
           COPY LOCSREC.

       FD ReservationFile.
           COPY RESVREC.

       FD StockMovementFile.
           COPY MOVEREC.

       FD StockJournalFile.
           COPY STOCKJRN.

       FD SalesJournalFile.
           COPY SALESJRN.

       FD BackorderFile.
           COPY BACKORD.

       FD RecallFile.
           COPY RECALREC.

       FD TaxRateFile.
           COPY TAXRATE.

       FD CostLedgerFile.
           COPY COSTREC.

       FD UpdateLockFile.
           COPY STOCKLCK.

       WORKING-STORAGE SECTION.
       01 BusinessToday PIC 9(8) VALUE ZEROS.
       COPY FILESTAT.

       01 LockReturnCode PIC S9(9) COMP VALUE ZERO.
      * This run's identifier on the journals, so a backed-out run's
      * entries stay identifiable.
       01 StockRunId PIC 9(14).
       01 SavedBeforeImage PIC X(55).
       01 SavedLocBeforeImage PIC X(55).

      * Rate per tax class, subscripted by class + 1 (classes run
      * 0-9). Classes with no TaxRates.dat record stay at zero.
       01 TaxRateTable.
           02 TaxRatePct PIC 99V99 OCCURS 10 TIMES.
       01 SaleTaxClass PIC 9.
       01 SaleTaxAmount PIC 9(8)V99.
       01 AvgCostForSale PIC 9(4)V99.

       01 EnteredOrder PIC 9(8).
       01 OrderFoundFlag PIC X.
           88 OrderFound VALUE "Y".
       01 OrderCustomer PIC 9(6).
       01 OrderDeliverName PIC X(30).

      * The order's gadget lines, loaded off the book.
       01 DispatchLineTable.
           02 NumDispatchLines PIC 9(3) VALUE ZERO.
           02 DispatchLine OCCURS 99 TIMES.
              03 DL-LineNumber PIC 9(3).
              03 DL-GadgedID PIC 9(6).
              03 DL-QtyOrdered PIC 9(4).
              03 DL-UnitPrice PIC 9(4)V99.
              03 DL-LocationCode PIC X(3).
              03 DL-QtyAllocated PIC 9(4).
              03 DL-QtySent PIC 9(4).
              03 DL-LineStatus PIC X.
                  88 DL-Awaiting VALUE "A".
              03 DL-RecallFlag PIC X.
                  88 DL-RecallHeld VALUE "Y".
              03 DL-RecallNumber PIC 9(6).
       01 LineIdx PIC 9(3).
       01 LineBrowseDoneFlag PIC X.
           88 LineBrowseDone VALUE "Y".
       01 KeyedQtySent PIC 9(4).
       01 QtyShort PIC 9(4).
       01 OrderBackorderedFlag PIC X.
           88 OrderBackordered VALUE "Y".

      * Holds were filed under this reference by WebOrderImport.
       01 WebHoldRef.
           02 FILLER PIC X(4) VALUE "WEB ".
           02 WHR-OrderNumber PIC 9(8).
           02 FILLER PIC X(8) VALUE SPACES.
       01 HoldsReleased PIC 9(4).

      * Open recalls, loaded once at startup. A web order names no
      * serial, so only the gadget is kept.
       01 MaxOpenRecalls PIC 9(3) VALUE 100.
       01 RecallTable.
           02 NumOpenRecalls PIC 9(3) VALUE ZERO.
           02 RecallEntry OCCURS 0 TO 100 TIMES
                    DEPENDING ON NumOpenRecalls.
              03 RL-RecallNumber PIC 9(6).
              03 RL-GadgedID PIC 9(6).
       01 RecallIdx PIC 9(3).
       01 RecallGadget PIC 9(6).
       01 RecallBlockFlag PIC X.
           88 RecallBlocked VALUE "Y".
       01 BlockingRecall PIC 9(6).

       01 MoreOrdersFlag PIC X VALUE "Y".
           88 MoreOrders VALUE "Y".
       01 ConfirmFlag PIC X.
           88 Confirmed VALUE "Y".
       01 AsAllocatedFlag PIC X.
           88 SentAsAllocated VALUE "Y".
       01 OrdersDispatched PIC 9(4) VALUE ZERO.
       01 UnitsDispatched PIC 9(6) VALUE ZERO.
       01 BackordersRaised PIC 9(4) VALUE ZERO.
       01 LinesRecallHeld PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.
       Main.
           PERFORM GetBusinessDate
           PERFORM AcquireUpdateLock
           PERFORM LoadTaxRates
           PERFORM LoadOpenRecalls

           OPEN I-O WebOrderBookFile
           IF WS-FileStatus = "35"
               DISPLAY "No WebOrderBook.dat - no web orders booked"
               PERFORM ReleaseUpdateLock
               STOP RUN
           END-IF
           MOVE "WebOrderBook.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN I-O StockFile
           MOVE "GadgetStock.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN I-O LocationStockFile
           MOVE "LocationStock.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN INPUT CostLedgerFile
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "05"
               MOVE "CostLedger.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF

           OPEN EXTEND StockMovementFile
           IF WS-FileStatus = "35"
               OPEN OUTPUT StockMovementFile
           END-IF
           MOVE "StockMovement.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN EXTEND SalesJournalFile
           IF WS-FileStatus = "35"
               OPEN OUTPUT SalesJournalFile
           END-IF
           MOVE "SalesJournal.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN EXTEND BackorderFile
           IF WS-FileStatus = "35"
               OPEN OUTPUT BackorderFile
           END-IF
           MOVE "Backorders.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           MOVE FUNCTION CURRENT-DATE(1:14) TO StockRunId
           DISPLAY "Stock journal run id: " StockRunId
           OPEN EXTEND StockJournalFile
           IF WS-FileStatus = "35"
               OPEN OUTPUT StockJournalFile
           END-IF
           MOVE "StockJournal.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           PERFORM UNTIL NOT MoreOrders
               PERFORM DispatchOneOrder

               DISPLAY "Confirm another web order? (Y/N) - "
                   WITH NO ADVANCING
               ACCEPT MoreOrdersFlag
           END-PERFORM

           CLOSE WebOrderBookFile
           CLOSE StockFile
           CLOSE LocationStockFile
           CLOSE CostLedgerFile
           CLOSE StockMovementFile
           CLOSE SalesJournalFile
           CLOSE BackorderFile
           CLOSE StockJournalFile

           DISPLAY "Web orders dispatched: " OrdersDispatched
           DISPLAY "Units dispatched:      " UnitsDispatched
           DISPLAY "Backorders raised:     " BackordersRaised
           DISPLAY "Lines held on recall:  " LinesRecallHeld

           PERFORM ReleaseUpdateLock
           STOP RUN.

      * Checks WS-FileStatus after an OPEN/READ/WRITE/REWRITE against
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

      * Reads the current tax rates into TaxRateTable. Status "05" is
      * a successful open of the missing OPTIONAL file.
       LoadTaxRates.
           MOVE ZEROS TO TaxRateTable
           OPEN INPUT TaxRateFile
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "05"
               MOVE "TaxRates.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF

           READ TaxRateFile
               AT END SET EndOfTaxRates TO TRUE
           END-READ

           IF EndOfTaxRates
               DISPLAY "Warning: no TaxRates.dat rates on file - "
                   "web dispatches will be taxed at zero"
           END-IF

           PERFORM UNTIL EndOfTaxRates
               MOVE TR-RatePct TO TaxRatePct(TR-TaxClass + 1)

               READ TaxRateFile
                   AT END SET EndOfTaxRates TO TRUE
               END-READ
           END-PERFORM

           CLOSE TaxRateFile.

      * One order: found, shown with its allocation, what went out
      * keyed or confirmed, and posted when the packer says so.
       DispatchOneOrder.
           DISPLAY "Web order number - " WITH NO ADVANCING
           ACCEPT EnteredOrder

           MOVE "N" TO OrderFoundFlag
           MOVE EnteredOrder TO WO-OrderNumber
           MOVE ZEROS TO WO-LineNumber
           READ WebOrderBookFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET OrderFound TO TRUE
           END-READ
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
              MOVE "WebOrderBook.dat" TO WS-FileStatusName
              PERFORM CheckFileStatus
           END-IF

           EVALUATE TRUE
               WHEN NOT OrderFound
                   DISPLAY "No web order " EnteredOrder " on the book"
               WHEN WO-Dispatched OR WO-PartDispatched
                   DISPLAY "Web order " EnteredOrder
                       " was dispatched on " WO-DispatchDate
               WHEN WO-NotSupplied
                   DISPLAY "Web order " EnteredOrder
                       " has nothing that can be supplied"
               WHEN OTHER
                   MOVE WO-CustomerNumber TO OrderCustomer
                   MOVE WO-DeliverName TO OrderDeliverName
                   PERFORM LoadOrderLines
                   PERFORM ShowOrderLines
                   PERFORM TakeQuantitiesSent
                   DISPLAY "Confirm web order " EnteredOrder
                       " has gone? (Y/N) - " WITH NO ADVANCING
                   ACCEPT ConfirmFlag
                   IF Confirmed
                       PERFORM PostDispatch
                   ELSE
                       DISPLAY "Web order " EnteredOrder
                           " left awaiting dispatch"
                   END-IF
           END-EVALUATE.

       LoadOrderLines.
           MOVE ZERO TO NumDispatchLines
           MOVE "N" TO LineBrowseDoneFlag
           MOVE EnteredOrder TO WO-OrderNumber
           MOVE 1 TO WO-LineNumber
           START WebOrderBookFile KEY NOT LESS THAN WO-Key
               INVALID KEY
                   SET LineBrowseDone TO TRUE
           END-START

           PERFORM UNTIL LineBrowseDone
               READ WebOrderBookFile NEXT RECORD
                   AT END SET LineBrowseDone TO TRUE
               END-READ
               IF NOT LineBrowseDone
                   MOVE "WebOrderBook.dat" TO WS-FileStatusName
                   PERFORM CheckFileStatus
                   IF WO-OrderNumber NOT = EnteredOrder
                      OR NumDispatchLines NOT < 99
                       SET LineBrowseDone TO TRUE
                   ELSE
                       ADD 1 TO NumDispatchLines
                       MOVE NumDispatchLines TO LineIdx
                       MOVE WO-LineNumber TO DL-LineNumber(LineIdx)
                       MOVE WO-GadgedID TO DL-GadgedID(LineIdx)
                       MOVE WO-QtyOrdered TO DL-QtyOrdered(LineIdx)
                       MOVE WO-UnitPrice TO DL-UnitPrice(LineIdx)
                       MOVE WO-LocationCode
                           TO DL-LocationCode(LineIdx)
                       MOVE WO-QtyAllocated
                           TO DL-QtyAllocated(LineIdx)
                       MOVE WO-QtyAllocated TO DL-QtySent(LineIdx)
                       MOVE WO-LineStatus TO DL-LineStatus(LineIdx)
                       PERFORM CheckLineRecall
                   END-IF
               END-IF
           END-PERFORM.

      * A line on a gadget under an open recall is held: nothing of
      * it is sent, whatever was allocated to it.
       CheckLineRecall.
           MOVE "N" TO DL-RecallFlag(LineIdx)
           MOVE ZEROS TO DL-RecallNumber(LineIdx)
           IF DL-Awaiting(LineIdx)
               MOVE DL-GadgedID(LineIdx) TO RecallGadget
               PERFORM CheckRecallBlock
               IF RecallBlocked
                   SET DL-RecallHeld(LineIdx) TO TRUE
                   MOVE BlockingRecall TO DL-RecallNumber(LineIdx)
                   MOVE ZEROS TO DL-QtySent(LineIdx)
               END-IF
           END-IF.

       ShowOrderLines.
           DISPLAY "Web order " EnteredOrder " for "
               FUNCTION TRIM(OrderDeliverName)
           PERFORM VARYING LineIdx FROM 1 BY 1
                   UNTIL LineIdx > NumDispatchLines
               EVALUATE TRUE
                   WHEN NOT DL-Awaiting(LineIdx)
                       DISPLAY "  " DL-LineNumber(LineIdx)
                           " GadgedID " DL-GadgedID(LineIdx)
                           " not supplied"
                   WHEN DL-RecallHeld(LineIdx)
                       DISPLAY "  " DL-LineNumber(LineIdx)
                           " GadgedID " DL-GadgedID(LineIdx)
                           " is under recall "
                           DL-RecallNumber(LineIdx)
                           " - DO NOT SEND, backordered"
                   WHEN OTHER
                       DISPLAY "  " DL-LineNumber(LineIdx)
                           " GadgedID " DL-GadgedID(LineIdx)
                           " ordered " DL-QtyOrdered(LineIdx)
                           " allocated " DL-QtyAllocated(LineIdx)
                           " from " DL-LocationCode(LineIdx)
               END-EVALUATE
           END-PERFORM.

      * The allocation is what went unless the packer says
      * otherwise; a line can go short of its allocation but never
      * over it, since only the allocation was held for it.
       TakeQuantitiesSent.
           DISPLAY "Sent as allocated? (Y/N) - " WITH NO ADVANCING
           ACCEPT AsAllocatedFlag
           IF NOT SentAsAllocated
               PERFORM VARYING LineIdx FROM 1 BY 1
                       UNTIL LineIdx > NumDispatchLines
                   IF DL-Awaiting(LineIdx)
                      AND DL-QtyAllocated(LineIdx) > 0
                      AND NOT DL-RecallHeld(LineIdx)
                       DISPLAY "  Quantity sent of GadgedID "
                           DL-GadgedID(LineIdx) " (allocated "
                           DL-QtyAllocated(LineIdx) ") - "
                           WITH NO ADVANCING
                       ACCEPT KeyedQtySent
                       IF KeyedQtySent > DL-QtyAllocated(LineIdx)
                           DISPLAY "  More than was allocated - "
                               "taken as " DL-QtyAllocated(LineIdx)
                       ELSE
                           MOVE KeyedQtySent TO DL-QtySent(LineIdx)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      * Every line still awaiting: what went is posted, what didn't
      * is backordered, and the line is closed. A line held on recall
      * posts nothing and is backordered whole. The order's holds
      * come off last.
       PostDispatch.
           MOVE "N" TO OrderBackorderedFlag
           PERFORM VARYING LineIdx FROM 1 BY 1
                   UNTIL LineIdx > NumDispatchLines
               IF DL-Awaiting(LineIdx)
                   IF DL-RecallHeld(LineIdx)
                       ADD 1 TO LinesRecallHeld
                   END-IF
                   IF DL-QtySent(LineIdx) > 0
                      AND NOT DL-RecallHeld(LineIdx)
                       PERFORM PostLineSent
                   END-IF
                   COMPUTE QtyShort = DL-QtyOrdered(LineIdx)
                       - DL-QtySent(LineIdx)
                   IF QtyShort > 0
                       PERFORM RaiseWebBackorder
                   END-IF
                   PERFORM CloseOrderLine
               END-IF
           END-PERFORM

           PERFORM ReleaseOrderHolds

           MOVE EnteredOrder TO WO-OrderNumber
           MOVE ZEROS TO WO-LineNumber
           READ WebOrderBookFile
           MOVE "WebOrderBook.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus
           IF OrderBackordered
               SET WO-PartDispatched TO TRUE
           ELSE
               SET WO-Dispatched TO TRUE
           END-IF
           MOVE BusinessToday TO WO-DispatchDate
           REWRITE WebOrderRec
           PERFORM CheckFileStatus

           ADD 1 TO OrdersDispatched
           IF OrderBackordered
               DISPLAY "Web order " EnteredOrder
                   " dispatched, balance backordered"
           ELSE
               DISPLAY "Web order " EnteredOrder " dispatched in full"
           END-IF.

      * Takes the units off the combined position and off the
      * location they were picked from, journaling both images. A
      * shelf that no longer holds what was allocated -- a miscount
      * since -- sends what is there and backorders the rest.
       PostLineSent.
           MOVE DL-GadgedID(LineIdx) TO GadgedID
           READ StockFile
               INVALID KEY
                   MOVE ZEROS TO QtyInStock
           END-READ
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
              MOVE "GadgetStock.dat" TO WS-FileStatusName
              PERFORM CheckFileStatus
           END-IF
           MOVE StockRecord TO SavedBeforeImage

           MOVE DL-GadgedID(LineIdx) TO LC-GadgedID
           MOVE DL-LocationCode(LineIdx) TO LC-LocationCode
           READ LocationStockFile
               INVALID KEY
                   MOVE ZEROS TO LC-QtyInStock
           END-READ
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
              MOVE "LocationStock.dat" TO WS-FileStatusName
              PERFORM CheckFileStatus
           END-IF
           MOVE LocationStockRecord TO SavedLocBeforeImage

           IF DL-QtySent(LineIdx) > LC-QtyInStock
               MOVE LC-QtyInStock TO DL-QtySent(LineIdx)
           END-IF
           IF DL-QtySent(LineIdx) > QtyInStock
               MOVE QtyInStock TO DL-QtySent(LineIdx)
           END-IF
           IF DL-QtySent(LineIdx) < DL-QtyAllocated(LineIdx)
               DISPLAY "  Only " DL-QtySent(LineIdx) " of GadgedID "
                   DL-GadgedID(LineIdx) " on file at "
                   DL-LocationCode(LineIdx) " - sent as that"
           END-IF

           IF DL-QtySent(LineIdx) > 0
               SUBTRACT DL-QtySent(LineIdx) FROM QtyInStock
               REWRITE StockRecord
               MOVE "GadgetStock.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
               PERFORM JournalStockRewrite

               SUBTRACT DL-QtySent(LineIdx) FROM LC-QtyInStock
               REWRITE LocationStockRecord
               MOVE "LocationStock.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
               PERFORM JournalLocationImage

               PERFORM WriteDispatchMovement
               PERFORM JournalDispatchSale
               ADD DL-QtySent(LineIdx) TO UnitsDispatched
           END-IF.

      * Journals the rewrite just made from the image saved at READ
      * time -- a backout of this run puts the before image back.
       JournalStockRewrite.
           MOVE StockRunId TO JN-RunId
           MOVE "WebOrderDispatch" TO JN-Program
           SET JN-RewriteAction TO TRUE
           MOVE "G" TO JN-FileTag
           MOVE GadgedID TO JN-GadgedID
           MOVE SavedBeforeImage TO JN-BeforeImage
           MOVE StockRecord TO JN-AfterImage
           WRITE StockJournalRec
           MOVE "StockJournal.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus.

      * Journals the location-holding rewrite just made, tagged L,
      * so StockBackout restores the holding alongside the combined
      * position.
       JournalLocationImage.
           MOVE StockRunId TO JN-RunId
           MOVE "WebOrderDispatch" TO JN-Program
           SET JN-RewriteAction TO TRUE
           MOVE "L" TO JN-FileTag
           MOVE LC-GadgedID TO JN-GadgedID
           MOVE SavedLocBeforeImage TO JN-BeforeImage
           MOVE LocationStockRecord TO JN-AfterImage
           WRITE StockJournalRec
           MOVE "StockJournal.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus.

       WriteDispatchMovement.
           MOVE GadgedID TO MV-GadgedID
           MOVE BusinessToday TO MV-MovementDate
           SET MV-Sale TO TRUE
           COMPUTE MV-QtyDelta = 0 - DL-QtySent(LineIdx)
           MOVE StockRunId TO MV-RunId
           MOVE SPACES TO MV-ReasonCode
           WRITE StockMovementRec
           MOVE "StockMovement.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus.

      * A web sale at the website's price, to the ordering customer
      * when they have an account. It was paid on the web site, so it
      * is tendered as web, in neither the till nor the terminal. A
      * web price under the list price is the website passing on a
      * promotion.
       JournalDispatchSale.
           MOVE BusinessToday TO SJ-SaleDate
           MOVE GadgedID TO SJ-GadgedID
           MOVE CategoryCode TO SJ-CategoryCode
           MOVE DL-QtySent(LineIdx) TO SJ-QtySold
           MOVE DL-UnitPrice(LineIdx) TO SJ-Price
           IF TaxClass NUMERIC
               MOVE TaxClass TO SaleTaxClass
           ELSE
               MOVE ZERO TO SaleTaxClass
           END-IF
           COMPUTE SaleTaxAmount ROUNDED = SJ-QtySold * SJ-Price
               * TaxRatePct(SaleTaxClass + 1) / 100
           MOVE SaleTaxClass TO SJ-TaxClass
           MOVE SaleTaxAmount TO SJ-TaxAmount
           MOVE StockRunId TO SJ-RunId
           MOVE OrderCustomer TO SJ-CustomerNumber
           PERFORM FindAvgCost
           MOVE AvgCostForSale TO SJ-UnitCost
           SET SJ-WebTender TO TRUE
           IF DL-UnitPrice(LineIdx) < Price
               MOVE "P" TO SJ-PriceRule
           ELSE
               MOVE "L" TO SJ-PriceRule
           END-IF
           MOVE Price TO SJ-ListPrice
           MOVE SPACES TO SJ-OperatorId
           MOVE ZEROS TO SJ-KitGroupNo
           WRITE SalesJournalRec
           MOVE "SalesJournal.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus.

      * No ledger record yet, or no ledger at all, reads as zero
      * cost.
       FindAvgCost.
           MOVE ZEROS TO AvgCostForSale
           MOVE GadgedID TO CL-GadgedID
           READ CostLedgerFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CL-AvgUnitCost TO AvgCostForSale
           END-READ.

      * The balance of the line, filled first-come by GoodsReceived
      * like any other backorder.
       RaiseWebBackorder.
           SET OrderBackordered TO TRUE
           MOVE DL-GadgedID(LineIdx) TO BO-GadgedID
           MOVE BusinessToday TO BO-OrderDate
           MOVE QtyShort TO BO-QtyWanted
           SET BO-Open TO TRUE
           MOVE ZEROS TO BO-FilledRunId
           MOVE SPACES TO BO-OperatorId
           MOVE EnteredOrder TO BO-WebOrderNumber
           WRITE BackorderRec
           MOVE "Backorders.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus
           ADD 1 TO BackordersRaised
           DISPLAY "  Backorder raised for " QtyShort
               " of GadgedID " DL-GadgedID(LineIdx).

       CloseOrderLine.
           MOVE EnteredOrder TO WO-OrderNumber
           MOVE DL-LineNumber(LineIdx) TO WO-LineNumber
           READ WebOrderBookFile
           MOVE "WebOrderBook.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus
           MOVE DL-QtySent(LineIdx) TO WO-QtyDispatched
           MOVE QtyShort TO WO-QtyBackordered
           SET WO-LineDispatched TO TRUE
           MOVE BusinessToday TO WO-LineDispatchDate
           REWRITE WebOrderRec
           PERFORM CheckFileStatus.

       ReleaseOrderHolds.
           MOVE EnteredOrder TO WHR-OrderNumber
           MOVE ZERO TO HoldsReleased
           OPEN I-O ReservationFile
           IF WS-FileStatus = "35"
               CONTINUE
           ELSE
               MOVE "Reservations.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus

               READ ReservationFile
                   AT END SET EndOfReservations TO TRUE
               END-READ
               PERFORM CheckFileStatus

               PERFORM UNTIL EndOfReservations
                   IF RV-Open AND RV-CustomerRef = WebHoldRef
                       SET RV-Released TO TRUE
                       REWRITE ReservationRec
                       PERFORM CheckFileStatus
                       ADD 1 TO HoldsReleased
                   END-IF

                   READ ReservationFile
                       AT END SET EndOfReservations TO TRUE
                   END-READ
                   PERFORM CheckFileStatus
               END-PERFORM

               CLOSE ReservationFile
           END-IF
           DISPLAY "  " HoldsReleased " holds released".

      * Reads the open recalls into RecallTable. Status "05" is the
      * missing OPTIONAL file -- nothing is under recall.
       LoadOpenRecalls.
           OPEN INPUT RecallFile
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "05"
               MOVE "Recalls.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF

           READ RecallFile NEXT RECORD
               AT END SET EndOfRecalls TO TRUE
           END-READ

           PERFORM UNTIL EndOfRecalls
               IF RC-Open
                   IF NumOpenRecalls < MaxOpenRecalls
                       ADD 1 TO NumOpenRecalls
                       MOVE RC-RecallNumber
                           TO RL-RecallNumber(NumOpenRecalls)
                       MOVE RC-GadgedID TO RL-GadgedID(NumOpenRecalls)
                   ELSE
                       DISPLAY "Warning: more than " MaxOpenRecalls
                           " open recalls - recall " RC-RecallNumber
                           " is NOT stopping dispatch; close "
                           "finished recalls"
                   END-IF
               END-IF

               READ RecallFile NEXT RECORD
                   AT END SET EndOfRecalls TO TRUE
               END-READ
           END-PERFORM

           CLOSE RecallFile.

      * Whether an open recall covers RecallGadget. A web order names
      * no serial, and a unit with no serial can't be told apart
      * from the recalled ones -- so, as at the till, any open recall
      * on the gadget covers it.
       CheckRecallBlock.
           MOVE "N" TO RecallBlockFlag
           PERFORM VARYING RecallIdx FROM 1 BY 1
                   UNTIL RecallIdx > NumOpenRecalls OR RecallBlocked
               IF RL-GadgedID(RecallIdx) = RecallGadget
                   SET RecallBlocked TO TRUE
                   MOVE RL-RecallNumber(RecallIdx) TO BlockingRecall
               END-IF
           END-PERFORM.


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


      * Takes the shared stock-update interlock before any updating
      * starts: if another updater already holds it, this run refuses
      * with a message naming the holder instead of interleaving
      * rewrites with it. The small window between the check and the
      * write is accepted at this shop's scale; a lock left by a
      * crash is cleared with LockUtility.
       AcquireUpdateLock.
           OPEN INPUT UpdateLockFile
           IF WS-FileStatus = "00"
               READ UpdateLockFile
                   AT END CONTINUE
               END-READ
               CLOSE UpdateLockFile
               DISPLAY "GadgetStock.dat is being updated by "
                   FUNCTION TRIM(UL-HolderProgram)
                   " (since " UL-TakenTimestamp ") - run refused"
               STOP RUN
           END-IF

           OPEN OUTPUT UpdateLockFile
           MOVE "WebOrderDispatch" TO UL-HolderProgram
           MOVE FUNCTION CURRENT-DATE(1:14) TO UL-TakenTimestamp
           WRITE UpdateLockRec
           MOVE "StockUpdateLock.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus
           CLOSE UpdateLockFile.

       ReleaseUpdateLock.
           CALL "SYSTEM" USING "rm -f StockUpdateLock.dat"
               RETURNING LockReturnCode
           END-CALL.
