               RECORD KEY IS LC-Key
               FILE STATUS IS WS-FileStatus.

      * Manufacturer barcodes keyed in place of a GadgedID, resolved
      * before the line is applied. OPTIONAL: with no file every
      * barcode line is rejected.
           SELECT OPTIONAL BarcodeFile ASSIGN TO "BarcodeXref.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BC-Barcode
               FILE STATUS IS WS-FileStatus.


      * The supplier's pack size per gadget, for converting a line
      * keyed in packs to units. OPTIONAL: with no cross-reference
      * every line keyed in packs is rejected.
           SELECT OPTIONAL XrefFile
               ASSIGN TO "GadgetSupplierXref.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GX-Key
               FILE STATUS IS WS-FileStatus.

      * Freight, duty and insurance keyed against this batch, spread
      * over its lines into the cost ledger. OPTIONAL: with no file
      * every line is costed at the supplier's price alone.
           SELECT OPTIONAL DeliveryChargeFile
               ASSIGN TO "DeliveryCharges.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

      * How each costed line's landed unit cost was built up, for
      * LandedCostReport.
           SELECT LandedCostFile ASSIGN TO "LandedCost.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

      * The business day this cycle stamps from, set by the batch
      * driver -- see BUSDATE.
      * many units came in, the supplier who sent them, and what
      * they charged per unit.
       FD GoodsReceivedFile.
           COPY GRCVREC.
           COPY BATCHCTL.

       FD SupplierFile.
       FD LocationStockFile.
           COPY LOCSREC.

       FD BarcodeFile.
           COPY BARCODE.

       FD XrefFile.
           COPY GSXREF.

       FD DeliveryChargeFile.
           COPY DLVCHG.

       FD LandedCostFile.
           COPY LANDCOST.

       WORKING-STORAGE SECTION.
       01 BusinessToday PIC 9(8) VALUE ZEROS.
       COPY FILESTAT.
              03 POT-Status PIC X.
                  88 POT-Open VALUE "O".
              03 POT-UnitCost PIC 9(4)V99.
              03 POT-PackSize PIC 9(4).
              03 POT-TransmitStatus PIC X.
              03 POT-TransmittedDate PIC 9(8).
              03 POT-BudgetCharge PIC X(24).

      * Set when the order book has more records than the table holds
      * -- matching is then skipped entirely and the file left alone,
       01 SerialPriceMin PIC 9(4)V99 VALUE 0500.00.
       01 SerialsRegistered PIC 9(4) VALUE ZERO.

       01 BarcodeResolvedFlag PIC X.
           88 BarcodeResolved VALUE "Y".
       01 UnknownBarcodeCount PIC 9(4) VALUE ZERO.

      * Converting a line keyed in packs: whether it converted, and
      * the pack size and pack cost it was converted from.
       01 PackConvertedFlag PIC X.
           88 PackConverted VALUE "Y".
       01 ReceiptPackSize PIC 9(4).
       01 ReceiptPackCost PIC 9(4)V99.
       01 PackLinesRejected PIC 9(4) VALUE ZERO.

      * This batch's delivery charges by type, with the basis each is
      * spread on, and the batch's total units and invoiced value the
      * shares are worked against.
       01 FreightCharge PIC 9(7)V99 VALUE ZERO.
       01 FreightBasis PIC X VALUE "Q".
       01 DutyCharge PIC 9(7)V99 VALUE ZERO.
       01 DutyBasis PIC X VALUE "V".
       01 InsuranceCharge PIC 9(7)V99 VALUE ZERO.
       01 InsuranceBasis PIC X VALUE "V".
       01 ChargesKeyedFlag PIC X VALUE "N".
           88 ChargesKeyed VALUE "Y".
       01 ChargesKeyedTotal PIC 9(8)V99 VALUE ZERO.
       01 ChargesAbsorbed PIC 9(8)V99 VALUE ZERO.
       01 DeliveryUnits PIC 9(8) VALUE ZERO.
       01 DeliveryValue PIC 9(10)V99 VALUE ZERO.
       01 MeasureUnits PIC 9(8).
       01 MeasurePackSize PIC 9(4).

      * One charge being spread over the line in hand, and the line's
      * shares and resulting landed unit cost.
       01 ChargeAmount PIC 9(7)V99.
       01 ChargeBasis PIC X.
       01 ChargeShare PIC 9(7)V99.
       01 LineFreight PIC 9(7)V99.
       01 LineDuty PIC 9(7)V99.
       01 LineInsurance PIC 9(7)V99.
       01 LandedUnitCost PIC 9(4)V99.

       PROCEDURE DIVISION.
       Main.
           PERFORM GetBusinessDate
           MOVE "SerialRegister.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

      * Status "05" is the missing OPTIONAL barcode cross-reference.
           OPEN INPUT BarcodeFile
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "05"
               MOVE "BarcodeXref.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF

      * Likewise the OPTIONAL gadget-supplier cross-reference.
           OPEN INPUT XrefFile
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "05"
               MOVE "GadgetSupplierXref.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF

           OPEN EXTEND LandedCostFile
           IF WS-FileStatus = "35"
               OPEN OUTPUT LandedCostFile
           END-IF
           MOVE "LandedCost.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           PERFORM LoadDeliveryCharges
           IF ChargesKeyed
               PERFORM MeasureDelivery
           END-IF

           READ GoodsReceivedFile
               AT END SET EndOfGoodsReceived TO TRUE
           END-READ

           PERFORM UNTIL EndOfGoodsReceived
               IF NOT BatchControlType
                   PERFORM ResolveReceiptBarcode
                   IF BarcodeResolved
                       PERFORM ApplyReceipt
                   END-IF
               END-IF

               READ GoodsReceivedFile
           CLOSE LocationStockFile
           CLOSE CostLedgerFile
           CLOSE SerialRegisterFile
           CLOSE BarcodeFile
           CLOSE XrefFile
           CLOSE LandedCostFile

           IF SerialsRegistered > 0
               DISPLAY "Serials registered this run: "
                   BackordersFilledTotal
           END-IF

           IF UnknownBarcodeCount > 0
               DISPLAY "Lines with unknown barcode: "
                   UnknownBarcodeCount
           END-IF

           IF PackLinesRejected > 0
               DISPLAY "Pack lines with no pack size: "
                   PackLinesRejected
           END-IF

           IF ChargesKeyed
               DISPLAY "Delivery charges keyed: " ChargesKeyedTotal
                   "  absorbed into cost: " ChargesAbsorbed
           END-IF

           IF POFileLoaded AND NOT POTableFull
               PERFORM RewritePurchaseOrders
           END-IF
                       MOVE ZEROS
                           TO POT-UnitCost(NumPurchaseOrders)
                   END-IF
                   IF PO-PackSize NUMERIC
                       MOVE PO-PackSize
                           TO POT-PackSize(NumPurchaseOrders)
                   ELSE
                       MOVE ZEROS
                           TO POT-PackSize(NumPurchaseOrders)
                   END-IF
                   MOVE PO-TransmitStatus
                       TO POT-TransmitStatus(NumPurchaseOrders)
                   IF PO-TransmittedDate NUMERIC
                       MOVE PO-TransmittedDate
                           TO POT-TransmittedDate(NumPurchaseOrders)
                   ELSE
                       MOVE ZEROS
                           TO POT-TransmittedDate(NumPurchaseOrders)
                   END-IF
                   MOVE PO-BudgetCharge
                       TO POT-BudgetCharge(NumPurchaseOrders)
               ELSE
                   IF NOT POTableFull
                       DISPLAY "Warning: purchase-order table full at "
               MOVE POT-QtyReceived(POScanIdx) TO PO-QtyReceived
               MOVE POT-Status(POScanIdx) TO PO-Status
               MOVE POT-UnitCost(POScanIdx) TO PO-UnitCost
               MOVE POT-PackSize(POScanIdx) TO PO-PackSize
               MOVE POT-TransmitStatus(POScanIdx) TO PO-TransmitStatus
               MOVE POT-TransmittedDate(POScanIdx)
                   TO PO-TransmittedDate
               MOVE POT-BudgetCharge(POScanIdx) TO PO-BudgetCharge
               WRITE PurchaseOrderRec
           END-PERFORM

           CLOSE PurchaseOrderFile.

      * A delivery line keyed by barcode has its GadgedID filled in
      * from the cross-reference before anything else looks at it. A
      * barcode that isn't on file rejects the line outright --
      * guessing would book the goods to the wrong gadget.
       ResolveReceiptBarcode.
           MOVE "Y" TO BarcodeResolvedFlag
           IF GR-GadgedID = ZERO AND GR-Barcode NOT = SPACES
               MOVE GR-Barcode TO BC-Barcode
               READ BarcodeFile
                   INVALID KEY
                       MOVE "N" TO BarcodeResolvedFlag
                       ADD 1 TO UnknownBarcodeCount
                       DISPLAY "Goods received: barcode " GR-Barcode
                           " not on BarcodeXref.dat - line rejected"
                   NOT INVALID KEY
                       MOVE BC-GadgedID TO GR-GadgedID
               END-READ

               IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
                  AND WS-FileStatus NOT = "05"
                  MOVE "BarcodeXref.dat" TO WS-FileStatusName
                  PERFORM CheckFileStatus
               END-IF
           END-IF.

      * Validates the delivery's supplier against SupplierMaster.dat
      * before the stock is topped up, so goods can't arrive from a
      * supplier nobody can identify when the delivery turns out short.
           END-READ.

       ApplyReceiptLine.
           PERFORM ConvertReceiptPacks
           IF PackConverted
               MOVE GR-GadgedID TO GadgedID
               READ StockFile
                   INVALID KEY
                       DISPLAY "Goods received: unknown GadgedID "
                           GR-GadgedID
                   NOT INVALID KEY
                       MOVE StockRecord TO SavedBeforeImage
                       ADD GR-QtyReceived TO QtyInStock
                       REWRITE StockRecord
                       PERFORM JournalStockRewrite
                       DISPLAY "Received " GR-QtyReceived " of "
                           GadgetName " - new QtyInStock " QtyInStock
                       PERFORM WriteReceiptMovement
                       PERFORM ApportionLandedCharges
                       PERFORM UpdateCostLedger
                       PERFORM RegisterReceiptSerial
                       PERFORM LocateReceiptLocation
                       ADD GR-QtyReceived TO LocationQty
                       IF GR-NoticeFlagged
                           DISPLAY "  Shipping notice for this line "
                               "differed from the order - see "
                               "AsnIntake.rpt"
                       END-IF
                       IF NOT POTableFull
                           PERFORM MatchReceiptToOrder
                       END-IF
                       PERFORM FillBackorders
                       PERFORM StoreReceiptLocation
               END-READ
           END-IF.

      * A line keyed in packs becomes units here, before anything is
      * posted: the pack count times the supplier's pack size for
      * this gadget, and the pack cost spread over the units in it,
      * so stock, the movement ledger, order matching and the
      * average-cost ledger all see single units. A pack line whose
      * supplier has no pack size on the cross-reference can't be
      * converted and is rejected -- taking the packs as units would
      * book a case of twelve as one.
       ConvertReceiptPacks.
           MOVE "Y" TO PackConvertedFlag
           IF GR-QtyInPacks
               MOVE ZEROS TO ReceiptPackSize
               MOVE GR-GadgedID TO GX-GadgedID
               MOVE GR-SupplierID TO GX-SupplierID
               READ XrefFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF GX-PackSize NUMERIC
                           MOVE GX-PackSize TO ReceiptPackSize
                       END-IF
               END-READ

               IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
                  AND WS-FileStatus NOT = "05"
                  MOVE "GadgetSupplierXref.dat" TO WS-FileStatusName
                  PERFORM CheckFileStatus
               END-IF

               IF ReceiptPackSize = ZERO
                   MOVE "N" TO PackConvertedFlag
                   ADD 1 TO PackLinesRejected
                   DISPLAY "Goods received: no pack size for GadgedID "
                       GR-GadgedID " from SupplierID " GR-SupplierID
                       " - pack line rejected"
               ELSE
                   COMPUTE GR-QtyReceived =
                       GR-QtyReceived * ReceiptPackSize
                       ON SIZE ERROR
                           MOVE "N" TO PackConvertedFlag
                           ADD 1 TO PackLinesRejected
                           DISPLAY "Goods received: " GR-QtyReceived
                               " packs of " ReceiptPackSize
                               " for GadgedID " GR-GadgedID
                               " is too many units - line rejected"
                   END-COMPUTE
               END-IF

               IF PackConverted
                   IF GR-UnitCost NUMERIC AND GR-UnitCost > 0
                       MOVE GR-UnitCost TO ReceiptPackCost
                       COMPUTE GR-UnitCost ROUNDED =
                           ReceiptPackCost / ReceiptPackSize
                   END-IF
                   DISPLAY "Packs of " ReceiptPackSize
                       " converted: " GR-QtyReceived " units at "
                       GR-UnitCost " each"
               END-IF
           END-IF.

      * Registers the delivery line's serial as a unit in stock --
      * high-value gadgets only. A high-value line arriving with no
                   MOVE GR-GadgedID TO SN-GadgedID
                   MOVE BusinessToday TO SN-ReceivedDate
                   SET SN-InStock TO TRUE
                   MOVE ZEROS TO SN-SoldDate
                   MOVE GR-SupplierID TO SN-SupplierID
                   MOVE ZEROS TO SN-CustomerNumber
                   MOVE ZEROS TO SN-ReceiptNumber
                   WRITE SerialRegisterRec
                       INVALID KEY
                           DISPLAY "  Serial " GR-SerialNumber

      * Folds this receipt into the gadget's weighted-average unit
      * cost: the new average weighs the old basis at the old
      * average against the received units at their landed cost --
      * the invoiced cost plus the line's share of the delivery
      * charges. A
      * line keyed with no cost leaves the ledger as it stood --
      * better an unchanged average than one dragged toward zero by
      * a missing figure.
               COMPUTE NewQtyBasis = CL-QtyBasis + GR-QtyReceived
               COMPUTE NewAvgCost ROUNDED =
                   (CL-QtyBasis * CL-AvgUnitCost
                    + GR-QtyReceived * LandedUnitCost)
                   / NewQtyBasis

               MOVE GR-GadgedID TO CL-GadgedID
               PERFORM CheckFileStatus
           END-IF.

      * Gathers this batch's delivery charges from the OPTIONAL
      * charges file (status "05" when there is none). Several
      * records of one type add together; the basis is the first
      * one keyed for the type, and a later record disagreeing is
      * warned about rather than allowed to switch it part-way. A
      * type nobody recognises is warned about and left out of cost.
       LoadDeliveryCharges.
           OPEN INPUT DeliveryChargeFile
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "05"
               MOVE "DeliveryCharges.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF

           READ DeliveryChargeFile
               AT END SET EndOfDeliveryCharges TO TRUE
           END-READ

           PERFORM UNTIL EndOfDeliveryCharges
               IF DC-BatchNumber = BatchNumber
                   PERFORM TakeDeliveryCharge
               END-IF

               READ DeliveryChargeFile
                   AT END SET EndOfDeliveryCharges TO TRUE
               END-READ
           END-PERFORM

           CLOSE DeliveryChargeFile.

       TakeDeliveryCharge.
           IF DC-ByQuantity
               MOVE "Q" TO ChargeBasis
           ELSE
               MOVE "V" TO ChargeBasis
           END-IF

           EVALUATE TRUE
               WHEN DC-Freight
                   IF FreightCharge = ZERO
                       MOVE ChargeBasis TO FreightBasis
                   END-IF
                   IF ChargeBasis NOT = FreightBasis
                       DISPLAY "  Warning: freight keyed on two "
                           "bases - spread by the first"
                   END-IF
                   ADD DC-Amount TO FreightCharge
               WHEN DC-Duty
                   IF DutyCharge = ZERO
                       MOVE ChargeBasis TO DutyBasis
                   END-IF
                   IF ChargeBasis NOT = DutyBasis
                       DISPLAY "  Warning: duty keyed on two "
                           "bases - spread by the first"
                   END-IF
                   ADD DC-Amount TO DutyCharge
               WHEN DC-Insurance
                   IF InsuranceCharge = ZERO
                       MOVE ChargeBasis TO InsuranceBasis
                   END-IF
                   IF ChargeBasis NOT = InsuranceBasis
                       DISPLAY "  Warning: insurance keyed on two "
                           "bases - spread by the first"
                   END-IF
                   ADD DC-Amount TO InsuranceCharge
               WHEN OTHER
                   DISPLAY "  Warning: unknown delivery charge type "
                       DC-ChargeType " of " DC-Amount " - not costed"
           END-EVALUATE

           IF DC-Freight OR DC-Duty OR DC-Insurance
               ADD DC-Amount TO ChargesKeyedTotal
               SET ChargesKeyed TO TRUE
           END-IF.

      * A pass over the batch's delivery lines as keyed, totalling the
      * units (packs converted, where the pack size is known) and the
      * invoiced value the charges are spread against, then rewinds
      * the file for the posting pass. Barcode lines are resolved
      * quietly here -- the posting pass reports any that don't.
       MeasureDelivery.
           READ GoodsReceivedFile
               AT END SET EndOfGoodsReceived TO TRUE
           END-READ

           PERFORM UNTIL EndOfGoodsReceived
               IF NOT BatchControlType
                   PERFORM MeasureDeliveryLine
               END-IF

               READ GoodsReceivedFile
                   AT END SET EndOfGoodsReceived TO TRUE
               END-READ
           END-PERFORM

           CLOSE GoodsReceivedFile
           OPEN INPUT GoodsReceivedFile.

       MeasureDeliveryLine.
           IF GR-GadgedID = ZERO AND GR-Barcode NOT = SPACES
               MOVE GR-Barcode TO BC-Barcode
               READ BarcodeFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE BC-GadgedID TO GR-GadgedID
               END-READ
           END-IF

           MOVE GR-QtyReceived TO MeasureUnits
           IF GR-QtyInPacks
               MOVE ZEROS TO MeasurePackSize
               MOVE GR-GadgedID TO GX-GadgedID
               MOVE GR-SupplierID TO GX-SupplierID
               READ XrefFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF GX-PackSize NUMERIC
                           MOVE GX-PackSize TO MeasurePackSize
                       END-IF
               END-READ
               IF MeasurePackSize > 0
                   COMPUTE MeasureUnits =
                       GR-QtyReceived * MeasurePackSize
               END-IF
           END-IF
           ADD MeasureUnits TO DeliveryUnits

           IF GR-UnitCost NUMERIC
               COMPUTE DeliveryValue = DeliveryValue
                   + GR-QtyReceived * GR-UnitCost
           END-IF.

      * The line's share of each delivery charge, and the landed
      * unit cost the cost ledger takes: the supplier's unit cost
      * plus the shares spread over the line's units. A line keyed
      * with no cost takes no share into cost (there is no cost to
      * add it to) -- its quantity share stays unabsorbed and shows
      * in the end-of-run totals. Each costed line is recorded on
      * LandedCost.dat for the report.
       ApportionLandedCharges.
           MOVE ZEROS TO LineFreight, LineDuty, LineInsurance
           IF GR-UnitCost NOT NUMERIC OR GR-UnitCost = ZERO
               MOVE ZEROS TO LandedUnitCost
           ELSE
               MOVE GR-UnitCost TO LandedUnitCost
               IF ChargesKeyed
                   MOVE FreightCharge TO ChargeAmount
                   MOVE FreightBasis TO ChargeBasis
                   PERFORM ApportionOneCharge
                   MOVE ChargeShare TO LineFreight

                   MOVE DutyCharge TO ChargeAmount
                   MOVE DutyBasis TO ChargeBasis
                   PERFORM ApportionOneCharge
                   MOVE ChargeShare TO LineDuty

                   MOVE InsuranceCharge TO ChargeAmount
                   MOVE InsuranceBasis TO ChargeBasis
                   PERFORM ApportionOneCharge
                   MOVE ChargeShare TO LineInsurance

                   IF GR-QtyReceived > 0
                       COMPUTE LandedUnitCost ROUNDED = GR-UnitCost
                           + (LineFreight + LineDuty + LineInsurance)
                             / GR-QtyReceived
                           ON SIZE ERROR
                               MOVE GR-UnitCost TO LandedUnitCost
                               DISPLAY "  Warning: landed cost of "
                                   GR-GadgedID " too large - costed "
                                   "at supplier cost"
                       END-COMPUTE
                   END-IF
                   IF LandedUnitCost > GR-UnitCost
                       ADD LineFreight LineDuty LineInsurance
                           TO ChargesAbsorbed
                   END-IF
               END-IF
               PERFORM WriteLandedCostLine
           END-IF.

       ApportionOneCharge.
           MOVE ZEROS TO ChargeShare
           IF ChargeAmount > 0
               IF ChargeBasis = "Q"
                   IF DeliveryUnits > 0
                       COMPUTE ChargeShare ROUNDED = ChargeAmount
                           * GR-QtyReceived / DeliveryUnits
                   END-IF
               ELSE
                   IF DeliveryValue > 0
                       COMPUTE ChargeShare ROUNDED = ChargeAmount
                           * GR-QtyReceived * GR-UnitCost
                           / DeliveryValue
                   END-IF
               END-IF
           END-IF.

       WriteLandedCostLine.
           MOVE BatchNumber TO LN-BatchNumber
           MOVE BusinessToday TO LN-ReceiptDate
           MOVE GR-SupplierID TO LN-SupplierID
           MOVE GR-GadgedID TO LN-GadgedID
           MOVE GR-QtyReceived TO LN-Units
           MOVE GR-UnitCost TO LN-SupplierUnitCost
           MOVE LineFreight TO LN-FreightShare
           MOVE LineDuty TO LN-DutyShare
           MOVE LineInsurance TO LN-InsuranceShare
           MOVE LandedUnitCost TO LN-LandedUnitCost
           WRITE LandedCostRec
           MOVE "LandedCost.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus.

      * Reads (or starts) the per-location holding for this receipt's
      * location into LocationQty. A blank location on the delivery
      * line means the shop floor.
               ADD 1 TO BackordersFilledTotal
               DISPLAY "  Filled backorder dated " BO-OrderDate
                   " for " BO-QtyWanted " of " GadgetName
               IF BO-WebOrderNumber NUMERIC
                  AND BO-WebOrderNumber > 0
                   DISPLAY "    Web order " BO-WebOrderNumber
                       " - send the balance on"
               END-IF

               MOVE GR-GadgedID TO MV-GadgedID
               MOVE BusinessToday TO MV-MovementDate
      * picks the goods up.
               MOVE ZEROS TO SJ-CustomerNumber
               MOVE "C" TO SJ-TenderCode
      * A web order's balance was paid for on the web site when the
      * order was placed -- in neither the till nor the terminal.
               IF BO-WebOrderNumber NUMERIC
                  AND BO-WebOrderNumber > 0
                   SET SJ-WebTender TO TRUE
               END-IF
               MOVE "L" TO SJ-PriceRule
               MOVE Price TO SJ-ListPrice
               MOVE BO-OperatorId TO SJ-OperatorId
               MOVE ZEROS TO SJ-KitGroupNo
               WRITE SalesJournalRec
               MOVE "SalesJournal.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
      * lands, not at month end.
       MatchReceiptToOrder.
           MOVE ZEROS TO MatchedPOIdx
      * A line off a shipping notice names its order: that order is
      * tried first, and the usual search only if it no longer fits.
           IF GR-FromNotice AND GR-PONumber NUMERIC
              AND GR-PONumber > 0
               PERFORM VARYING POScanIdx FROM 1 BY 1
                     UNTIL POScanIdx > NumPurchaseOrders
                        OR MatchedPOIdx > 0
                   IF POT-Open(POScanIdx)
                      AND POT-Number(POScanIdx) = GR-PONumber
                      AND POT-GadgedID(POScanIdx) = GR-GadgedID
                      AND POT-SupplierID(POScanIdx) = GR-SupplierID
                       MOVE POScanIdx TO MatchedPOIdx
                   END-IF
               END-PERFORM
           END-IF

           PERFORM VARYING POScanIdx FROM 1 BY 1
                 UNTIL POScanIdx > NumPurchaseOrders
                    OR MatchedPOIdx > 0
