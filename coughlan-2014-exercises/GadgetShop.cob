               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

      * Each run's high-water mark on its fixed tables, for the
      * nightly capacity watch -- see CAPLOG.
           SELECT CapacityLogFile ASSIGN TO "CapacityLog.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

      * One reasoning note per suggested order, read back by
      * PurchaseOrderReview so the reviewer sees why the quantity
      * was suggested.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

      * Each supplier's pack size per gadget, so a suggested order is
      * rounded up to whole cases. OPTIONAL: with no cross-reference
      * every suggestion is raised in singles.
           SELECT OPTIONAL XrefFile
               ASSIGN TO "GadgetSupplierXref.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GX-Key
               FILE STATUS IS WS-FileStatus.

      * Each gadget's ABC class off the last AbcClassification run,
      * so the suggested-order step holds more safety stock on the
      * lines the takings rest on and less on the long tail.
      * OPTIONAL: until the first run every gadget gets the standard
      * safety days.
           SELECT OPTIONAL AbcClassFile ASSIGN TO "AbcClass.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-GadgedID
               FILE STATUS IS WS-FileStatus.

      * Each gadget's successor model, so a delisted gadget's sales
      * history carries into the model that replaced it and the new
      * model's forecast doesn't start from nothing. OPTIONAL until
      * the first successor is keyed in.
           SELECT OPTIONAL SubstituteFile
               ASSIGN TO "GadgetSubstitutes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SB-Key
               FILE STATUS IS WS-FileStatus.

      * Gadgets a supplier has placed with us on consignment: their
      * stock is the supplier's until it sells, so it is left out of
      * the valuation and the suggested orders. OPTIONAL on a site
      * that takes nothing on consignment.
           SELECT OPTIONAL ConsignmentFile
               ASSIGN TO "ConsignmentStock.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CN-GadgedID
               FILE STATUS IS WS-FileStatus.

      * The site's standing operational knobs, read at startup so
      * the reorder threshold and price-approval percentage
      * can move without a programmer and a recompile. OPTIONAL: a
       FD BackedOutRunFile.
           COPY BAKOUTRG.

       FD CapacityLogFile.
           COPY CAPLOG.

       FD POForecastFile.
           COPY POFCAST.

       FD SiteParamFile.
           COPY SITEPARM.

       FD XrefFile.
           COPY GSXREF.

       FD AbcClassFile.
           COPY ABCCLASS.

       FD ConsignmentFile.
           COPY CONSIGN.

       FD SubstituteFile.
           COPY GSUBST.

       WORKING-STORAGE SECTION.
       01 BusinessToday PIC 9(8) VALUE ZEROS.
       COPY FILESTAT.
       COPY CAPLWS.

       01 TotalValue PIC 9(10)V99.
       01 CurrentValue PIC 9(10)V99.

       01 NextPONumber PIC 9(6) VALUE 1.
       01 SuggestedQty PIC 9(4).
      * The supplier's pack size for the suggestion in hand (1 for
      * singles), and the whole packs the quantity rounds up to.
       01 OrderPackSize PIC 9(4).
       01 OrderPacks PIC 9(4).
       01 PackRemainder PIC 9(4).
       01 SuggestedPOCount PIC 9(4) VALUE ZERO.

      * The demand-forecasting step's working state: per-gadget
      * weeks weighted double -- the season counts for more than
      * the spring.
       01 ReorderSafetyDays PIC 9(3) VALUE 007.
      * Safety days for an A-class and a C-class gadget; B-class and
      * unclassified gadgets take ReorderSafetyDays. Overridable via
      * SiteParams (ABC-A-SAFETY-DAYS, ABC-C-SAFETY-DAYS).
       01 AClassSafetyDays PIC 9(3) VALUE 014.
       01 CClassSafetyDays PIC 9(3) VALUE 003.
       01 SafetyDaysUsed PIC 9(3).
       01 TodayInteger PIC 9(8).
       01 SaleInteger PIC 9(8).
       01 RecentStartInteger PIC 9(8).
       01 DemandTableFullFlag PIC X VALUE "N".
           88 DemandTableFull VALUE "Y".
       01 FoundDemandIdx PIC 9(4).
      * The gadget whose demand entry is being found (or opened), and
      * the delisted predecessor whose history is being carried.
       01 DemandGadget PIC 9(6).
       01 PredecessorIdx PIC 9(4).
       01 CarriedCount PIC 9(4) VALUE ZERO.
       01 WeeklyRate PIC 9(4)V99.
       01 CoverQty PIC 9(7).
       01 LeadTimeDays PIC 9(3).
       01 BackedOutTableFullFlag PIC X VALUE "N".
           88 BackedOutTableFull VALUE "Y".
       01 CheckedRunId PIC 9(14).

      * Whether the gadget in hand is on consignment today, off
      * ConsignmentStock.dat; the register may not exist at all.
       01 ConsignmentRegisterFlag PIC X VALUE "N".
           88 ConsignmentRegisterPresent VALUE "Y".
       01 ConsignedFlag PIC X.
           88 Consigned VALUE "Y".
       01 ConsignedDate PIC 9(8).
       01 SuggestedPOLine.
           02 FILLER PIC X(29)
               VALUE "Suggested purchase orders:   ".
                           COMPUTE ReorderSafetyDays =
                               FUNCTION NUMVAL(SP-ParamValue)
                       END-IF
                   WHEN "ABC-A-SAFETY-DAYS"
                       IF FUNCTION TEST-NUMVAL(SP-ParamValue) = 0
                           COMPUTE AClassSafetyDays =
                               FUNCTION NUMVAL(SP-ParamValue)
                       END-IF
                   WHEN "ABC-C-SAFETY-DAYS"
                       IF FUNCTION TEST-NUMVAL(SP-ParamValue) = 0
                           COMPUTE CClassSafetyDays =
                               FUNCTION NUMVAL(SP-ParamValue)
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           MOVE PC-NewPrice TO PP-NewPrice
           MOVE BusinessToday TO PP-RequestDate
           SET PP-Pending TO TRUE
           MOVE SPACE TO PP-Source
           MOVE ZEROS TO PP-MarkdownStep, PP-ListPrice,
               PP-DecisionDate
           WRITE PendingPriceRec
           MOVE "PendingPriceChanges.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus
               " price " Price " -> " PC-NewPrice.

       DisplayRecords.
           OPEN INPUT ConsignmentFile
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "05"
               MOVE "ConsignmentStock.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF
           IF WS-FileStatus = "00"
               SET ConsignmentRegisterPresent TO TRUE
           END-IF
           MOVE BusinessToday TO ConsignedDate

           OPEN INPUT StockFile
           MOVE "GadgetStock.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

      * Delisted gadgets are skipped outright -- they're neither
      * valued nor put on the reorder list, so discontinued lines
      * stop wasting purchasing's time every week. Consigned gadgets
      * are listed but not valued or reordered: the supplier owns
      * that stock and keeps it topped up.
           PERFORM UNTIL EndOfStockFile
               IF NOT StockDelisted
                   PERFORM CheckConsigned
               END-IF
               IF NOT StockDelisted AND Consigned
                   DISPLAY GadgetName " on consignment - not valued"
               END-IF
               IF NOT StockDelisted AND NOT Consigned
                   MULTIPLY QtyInStock BY Price GIVING CurrentValue
                   DISPLAY GadgetName SPACE CurrentValue
                   ADD CurrentValue TO TotalValue

           CLOSE StockFile

           MOVE "GadgetShop" TO CapacityProgram
           MOVE "LOW-STOCK" TO CapacityTableName
           MOVE NumLowStock TO CapacityHighWater
           MOVE MaxLowStock TO CapacityLimit
           MOVE LowStockTableFullFlag TO CapacityOverflowFlag
           PERFORM RecordCapacity

           PERFORM LoadCategoryNames

           DISPLAY CategoryHeading
           DISPLAY "Stock Total: " TotalValue

           PERFORM DisplayLocationTotals
           CLOSE ConsignmentFile
           PERFORM DisplayLowStockExceptions
           .

      * Values the current holding at its gadget's price and folds
      * it into that location's running totals. Holdings of delisted
      * or since-removed gadgets are skipped, matching the combined
      * valuation above, and so are those on consignment.
       TallyLocationHolding.
           MOVE LC-GadgedID TO GadgedID
           MOVE "N" TO ConsignedFlag
           READ StockFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT StockDelisted
                       PERFORM CheckConsigned
                   END-IF
                   IF NOT StockDelisted AND NOT Consigned
                       COMPUTE LocationValue =
                           LC-QtyInStock * Price
                       PERFORM AddToLocationTotals
              PERFORM CheckFileStatus
           END-IF.

      * Sets Consigned if GadgedID is on consignment as at
      * ConsignedDate: placed on or before it and not yet ended.
       CheckConsigned.
           MOVE "N" TO ConsignedFlag
           IF ConsignmentRegisterPresent
               MOVE GadgedID TO CN-GadgedID
               READ ConsignmentFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CN-StartDate NOT > ConsignedDate
                          AND (CN-EndDate = ZEROS
                               OR CN-EndDate > ConsignedDate)
                           SET Consigned TO TRUE
                       END-IF
               END-READ

               IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
                  MOVE "ConsignmentStock.dat" TO WS-FileStatusName
                  PERFORM CheckFileStatus
               END-IF
           END-IF.

       AddToLocationTotals.
           SET Loc-Idx TO 1
           SEARCH LocationEntry
               PERFORM CheckFileStatus
           END-PERFORM

           CLOSE PurchaseOrderFile

           MOVE "GadgetShop" TO CapacityProgram
           MOVE "ON-ORDER" TO CapacityTableName
           MOVE NumOnOrder TO CapacityHighWater
           MOVE MaxOnOrder TO CapacityLimit
           MOVE OnOrderTableFullFlag TO CapacityOverflowFlag
           PERFORM RecordCapacity.

      * Adds the current order's gadget to the on-order table, unless
      * the table has already reached MaxOnOrder -- same one-time
           MOVE "POForecastNotes.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

      * Status "05" is the missing OPTIONAL cross-reference.
           OPEN INPUT XrefFile
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "05"
               MOVE "GadgetSupplierXref.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF

      * Status "05" is the missing OPTIONAL class file.
           OPEN INPUT AbcClassFile
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "05"
               MOVE "AbcClass.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF

      * Status "05" is the successful open-and-create of the missing
      * OPTIONAL file on the very first run, not an error.
           OPEN EXTEND PurchaseOrderFile
               PERFORM CheckGadgetOnOrder
               IF NOT GadgetOnOrder
                   PERFORM SizeOneSuggestion
                   PERFORM RoundSuggestionToPacks
                   MOVE NextPONumber TO PO-Number
                   ADD 1 TO NextPONumber
                   MOVE LowStock-GadgedID(LowStock-Idx) TO PO-GadgedID
                   MOVE ZEROS TO PO-QtyReceived
                   SET PO-Suggested TO TRUE
                   MOVE ZEROS TO PO-UnitCost
                   MOVE OrderPackSize TO PO-PackSize
                   MOVE SPACE TO PO-TransmitStatus
                   MOVE ZEROS TO PO-TransmittedDate
                   MOVE ZEROS TO PO-ConfirmedDate
                   MOVE ZEROS TO PO-CommitUnitCost
                   MOVE SPACES TO PO-OverrideBy
                   WRITE PurchaseOrderRec
                   MOVE "PurchaseOrders.dat" TO WS-FileStatusName
                   PERFORM CheckFileStatus
           CLOSE PurchaseOrderFile
           CLOSE POForecastFile
           CLOSE SupplierFile
           CLOSE XrefFile
           CLOSE AbcClassFile

           MOVE SuggestedPOCount TO SPO-Count
           DISPLAY SuggestedPOLine.

      * One gadget's suggested quantity. With a measured rate, the
      * order covers the demand expected over the supplier's lead
      * time plus the safety days for the gadget's ABC class, less
      * what's still on the shelf; with no measured demand the old
      * threshold top-up stands.
       SizeOneSuggestion.
           PERFORM FindGadgetDemandRate
           PERFORM FindLowStockLeadTime
           PERFORM FindClassSafetyDays

           IF WeeklyRate > 0
               MOVE "F" TO ForecastBasis
               COMPUTE CoverQty ROUNDED = WeeklyRate / 7
                   * (LeadTimeDays + SafetyDaysUsed)
               IF CoverQty > LowStock-QtyInStock(LowStock-Idx)
                   COMPUTE SuggestedQty = CoverQty
                       - LowStock-QtyInStock(LowStock-Idx)
                   - LowStock-QtyInStock(LowStock-Idx)
           END-IF.

      * Rounds the suggestion up to whole packs of the supplier's
      * case size, so the order goes out in what the supplier will
      * actually ship. A gadget-supplier pair with no cross-reference
      * entry, or no pack size on it, is ordered in singles. A round-
      * up too big for the quantity field leaves the units as sized.
       RoundSuggestionToPacks.
           MOVE 1 TO OrderPackSize
           MOVE LowStock-GadgedID(LowStock-Idx) TO GX-GadgedID
           MOVE LowStock-SupplierID(LowStock-Idx) TO GX-SupplierID
           READ XrefFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF GX-PackSize NUMERIC AND GX-PackSize > 1
                       MOVE GX-PackSize TO OrderPackSize
                   END-IF
           END-READ

           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
              AND WS-FileStatus NOT = "05"
              MOVE "GadgetSupplierXref.dat" TO WS-FileStatusName
              PERFORM CheckFileStatus
           END-IF

           IF OrderPackSize > 1
               DIVIDE SuggestedQty BY OrderPackSize
                   GIVING OrderPacks REMAINDER PackRemainder
               IF PackRemainder > 0
                   ADD 1 TO OrderPacks
               END-IF
               COMPUTE SuggestedQty = OrderPacks * OrderPackSize
                   ON SIZE ERROR
                       MOVE 1 TO OrderPackSize
               END-COMPUTE
           END-IF.

      * The weighted weekly rate for the low-stock gadget in hand:
      * the recent four weeks count double against the eight weeks
      * before them.
              PERFORM CheckFileStatus
           END-IF.

      * The safety days for the low-stock gadget in hand: longer on
      * an A-class line, shorter on a C-class one, the standard
      * ReorderSafetyDays otherwise -- including every gadget the
      * classification hasn't reached yet.
       FindClassSafetyDays.
           MOVE ReorderSafetyDays TO SafetyDaysUsed
           MOVE LowStock-GadgedID(LowStock-Idx) TO AC-GadgedID
           READ AbcClassFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN AC-ClassA
                           MOVE AClassSafetyDays TO SafetyDaysUsed
                       WHEN AC-ClassC
                           MOVE CClassSafetyDays TO SafetyDaysUsed
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ

           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
              AND WS-FileStatus NOT = "05"
              AND WS-FileStatus NOT = "49"
              MOVE "AbcClass.dat" TO WS-FileStatusName
              PERFORM CheckFileStatus
           END-IF.

       WriteForecastNote.
           MOVE PO-Number TO FN-PONumber
           MOVE WeeklyRate TO FN-WeeklyRate
           MOVE LeadTimeDays TO FN-LeadDays
           MOVE SafetyDaysUsed TO FN-SafetyDays
           MOVE ForecastBasis TO FN-Basis
           WRITE ForecastNoteRec
           MOVE "POForecastNotes.dat" TO WS-FileStatusName
               END-READ
           END-PERFORM

           CLOSE SalesJournalFile

           PERFORM CarryPredecessorDemand

           MOVE "GadgetShop" TO CapacityProgram
           MOVE "DEMAND" TO CapacityTableName
           MOVE NumDemandGadgets TO CapacityHighWater
           MOVE MaxDemandGadgets TO CapacityLimit
           MOVE DemandTableFullFlag TO CapacityOverflowFlag
           PERFORM RecordCapacity.

       TallyOneDemand.
           MOVE SJ-GadgedID TO DemandGadget
           PERFORM FindDemandEntry

           IF FoundDemandIdx > 0
               IF SaleInteger > RecentStartInteger
                   ADD SJ-QtySold
                       TO DM-RecentUnits(FoundDemandIdx)
               ELSE
                   ADD SJ-QtySold
                       TO DM-OlderUnits(FoundDemandIdx)
               END-IF
           END-IF.

      * Sets FoundDemandIdx to DemandGadget's entry, opening one if
      * the gadget is new. Zero means the table is full.
       FindDemandEntry.
           MOVE ZEROS TO FoundDemandIdx
           SET Dem-Idx TO 1
           SEARCH DemandEntry
               AT END
                   IF NumDemandGadgets < MaxDemandGadgets
                       ADD 1 TO NumDemandGadgets
                       MOVE DemandGadget
                           TO DM-GadgedID(NumDemandGadgets)
                       MOVE ZEROS TO DM-RecentUnits(NumDemandGadgets)
                       MOVE ZEROS TO DM-OlderUnits(NumDemandGadgets)
                           SET DemandTableFull TO TRUE
                       END-IF
                   END-IF
               WHEN DM-GadgedID(Dem-Idx) = DemandGadget
                   SET FoundDemandIdx TO Dem-Idx
           END-SEARCH.

      * Adds each delisted gadget's measured demand into its
      * successor's, so the model that replaced it is forecast on
      * the line's real sales rather than on its own few weeks. The
      * entries are walked in gadget order, so a chain of
      * replacements carries through when each model is numbered
      * after the one it replaced. Status "05" is the missing
      * OPTIONAL cross-reference.
       CarryPredecessorDemand.
           OPEN INPUT SubstituteFile
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "05"
               MOVE "GadgetSubstitutes.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF

           IF WS-FileStatus = "00"
               OPEN INPUT StockFile
               MOVE "GadgetStock.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus

               READ SubstituteFile NEXT RECORD
                   AT END SET EndOfGadgetSubstitutes TO TRUE
               END-READ
               MOVE "GadgetSubstitutes.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus

               PERFORM UNTIL EndOfGadgetSubstitutes
                   IF SB-Successor
                       PERFORM CarryOnePredecessor
                   END-IF

                   READ SubstituteFile NEXT RECORD
                       AT END SET EndOfGadgetSubstitutes TO TRUE
                   END-READ
                   MOVE "GadgetSubstitutes.dat" TO WS-FileStatusName
                   PERFORM CheckFileStatus
               END-PERFORM

               CLOSE StockFile
               IF CarriedCount > 0
                   DISPLAY "Sales history carried to successors: "
                       CarriedCount " delisted gadget(s)"
               END-IF
           END-IF

           CLOSE SubstituteFile.

      * Only a delisted predecessor's history moves across: while the
      * old model still sells, the two are forecast separately.
       CarryOnePredecessor.
           MOVE ZEROS TO PredecessorIdx
           MOVE SB-GadgedID TO GadgedID
           READ StockFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF StockDelisted
                       MOVE SB-GadgedID TO DemandGadget
                       SET Dem-Idx TO 1
                       SEARCH DemandEntry
                           AT END CONTINUE
                           WHEN DM-GadgedID(Dem-Idx) = DemandGadget
                               SET PredecessorIdx TO Dem-Idx
                       END-SEARCH
                   END-IF
           END-READ
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
              MOVE "GadgetStock.dat" TO WS-FileStatusName
              PERFORM CheckFileStatus
           END-IF

           IF PredecessorIdx > 0
               MOVE SB-AltGadgedID TO DemandGadget
               PERFORM FindDemandEntry
               IF FoundDemandIdx > 0
                   ADD DM-RecentUnits(PredecessorIdx)
                       TO DM-RecentUnits(FoundDemandIdx)
                   ADD DM-OlderUnits(PredecessorIdx)
                       TO DM-OlderUnits(FoundDemandIdx)
                   ADD 1 TO CarriedCount
               END-IF
           END-IF.

               END-READ
           END-PERFORM

           CLOSE BackedOutRunFile

           MOVE "GadgetShop" TO CapacityProgram
           MOVE "BACKED-OUT-RUNS" TO CapacityTableName
           MOVE NumBackedOutRuns TO CapacityHighWater
           MOVE 100 TO CapacityLimit
           MOVE BackedOutTableFullFlag TO CapacityOverflowFlag
           PERFORM RecordCapacity.

      * Whether CheckedRunId belongs to a run StockBackout undid --
      * its entries then don't count.
               END-READ
               CLOSE BusinessDateFile
           END-IF.

      * The capacity log: each load of a fixed table goes down on
      * CapacityLog.dat with the entries it used, so a table creeping
      * up on its limit shows in the nightly capacity report long
      * before a run truncates it. Stamped with the business day,
      * not the calendar date, so a run past midnight is reported
      * with the day it belongs to.
       RecordCapacity.
           OPEN EXTEND CapacityLogFile
           IF WS-FileStatus = "35"
               OPEN OUTPUT CapacityLogFile
           END-IF
           MOVE "CapacityLog.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           MOVE BusinessToday TO CP-Timestamp(1:8)
           MOVE FUNCTION CURRENT-DATE(9:6) TO CP-Timestamp(9:6)
           MOVE CapacityProgram TO CP-Program
           MOVE CapacityTableName TO CP-TableName
           MOVE CapacityHighWater TO CP-HighWater
           MOVE CapacityLimit TO CP-Limit
           MOVE CapacityOverflowFlag TO CP-OverflowFlag
           WRITE CapacityLogRec
           PERFORM CheckFileStatus
           CLOSE CapacityLogFile.
