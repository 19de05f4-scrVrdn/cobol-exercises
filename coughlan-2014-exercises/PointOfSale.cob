               RECORD KEY IS PR-GadgedID
               FILE STATUS IS WS-FileStatus.

      * Prices negotiated with trade customers, by gadget or by
      * category: a sale line carrying the customer is charged the
      * contract price when it beats the promotion and list prices.
      * OPTIONAL: a shop with no contracts has no file.
           SELECT OPTIONAL ContractPriceFile
               ASSIGN TO "ContractPrices.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-ContractKey
               FILE STATUS IS WS-FileStatus.

      * The serial register for high-value gadgets: a serialized
      * sale marks its unit Sold, so Returns can later prove the
      * tendered unit really went out of this shop.
               FILE STATUS IS WS-FileStatus.

      * The site's standing operational knobs, for the high-value
      * price line above which serials are expected and the loyalty
      * points earning rate and redemption value. OPTIONAL: a
      * missing file leaves the compiled defaults standing.
           SELECT OPTIONAL SiteParamFile ASSIGN TO "SiteParams.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

      * Each run's high-water mark on its fixed tables, for the
      * nightly capacity watch -- see CAPLOG.
           SELECT CapacityLogFile ASSIGN TO "CapacityLog.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

      * Manufacturers' recalls: a gadget under an open recall is
      * refused at the till until the recall is closed -- only the
      * units the recall names when the keyed serial tells them
      * apart, every unit when it can't. OPTIONAL since a site may
      * never have had a recall.
           SELECT OPTIONAL RecallFile ASSIGN TO "Recalls.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-RecallNumber
               FILE STATUS IS WS-FileStatus.

      * The gift-voucher register: issue writes a new voucher here
      * (the cash shows in the sales journal), redemption draws the
      * named voucher's balance down and marks it redeemed when
               RECORD KEY IS LC-Key
               FILE STATUS IS WS-FileStatus.

      * The kits the till sells as one line: a K line names a kit
      * here and every component comes off stock at the kit price
      * spread over them. OPTIONAL: a shop selling no kits has no
      * file.
           SELECT OPTIONAL BundleFile ASSIGN TO "BundleMaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BN-KitID
               FILE STATUS IS WS-FileStatus.

      * One ledger record per change this program makes to a
      * customer's loyalty points -- earned on a purchase, spent as
      * tender -- so the balance on the master can be traced.
           SELECT PointsLedgerFile ASSIGN TO "PointsLedger.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

      * The charge-account ledger by item: every account charge goes
      * on as an open item, for payments to be allocated against and
      * the aged-debt run to age.
           SELECT OpenItemFile ASSIGN TO "CustomerOpenItems.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OI-Key
               FILE STATUS IS WS-FileStatus.

      * Manufacturer barcodes keyed in place of a GadgedID, resolved
      * before the line is applied. OPTIONAL: with no file every
      * barcode line is rejected.
           SELECT OPTIONAL BarcodeFile ASSIGN TO "BarcodeXref.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BC-Barcode
               FILE STATUS IS WS-FileStatus.

      * The successor and substitute cross-reference: a sale turned
      * away for lack of stock lists the stand-ins on the shelf, so
      * the customer can be offered one as well as the backorder.
      * OPTIONAL until the first entry is keyed in.
           SELECT OPTIONAL SubstituteFile
               ASSIGN TO "GadgetSubstitutes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SB-Key
               FILE STATUS IS WS-FileStatus.

      * The business day this cycle stamps from, set by the batch
      * driver -- see BUSDATE.
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FileStatus.

      * Who is signed on at this terminal, so each journaled sale,
      * receipt and backorder is credited to the operator who made
      * it. OPTIONAL: with nobody signed on the run still goes
      * through, unattributed.
           SELECT OPTIONAL SignOnFile ASSIGN TO "SignedOn.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD BusinessDateFile.
      * FD -- the detail layout below, now longer than the 18-byte
      * batch control records, which write out space-padded to the
      * same fixed length so the file stays plain fixed-width.
           COPY SALEREC.
           COPY BATCHCTL.

       FD SalesJournalFile.
       FD PromotionFile.
           COPY PROMREC.

       FD ContractPriceFile.
           COPY CONTRPRC.

       FD CostLedgerFile.
           COPY COSTREC.

       FD ReservationFile.
           COPY RESVREC.

       FD CapacityLogFile.
           COPY CAPLOG.

       FD SerialRegisterFile.
           COPY SERIALRG.

       FD LocationStockFile.
           COPY LOCSREC.

       FD BundleFile.
           COPY BUNDLREC.

       FD RecallFile.
           COPY RECALREC.

       FD PointsLedgerFile.
           COPY PTSLEDG.

       FD OpenItemFile.
           COPY OPENITEM.

       FD SubstituteFile.
           COPY GSUBST.

       FD BarcodeFile.
           COPY BARCODE.

       FD SignOnFile.
           COPY SIGNON.

       WORKING-STORAGE SECTION.
       01 BusinessToday PIC 9(8) VALUE ZEROS.
       COPY FILESTAT.
       COPY CAPLWS.

      * The price this sale actually goes out at: the promo price
      * when the business date falls inside the gadget's promotion
       01 EffectiveSalePrice PIC 9(4)V99.
       01 PromoAppliedFlag PIC X VALUE "N".
           88 PromoApplied VALUE "Y".
      * Which rule set EffectiveSalePrice, journaled as SJ-PriceRule.
       01 SalePriceRule PIC X VALUE "L".
       01 ContractCandidate PIC 9(4)V99.

      * The gadget's weighted-average cost at the moment of sale,
      * stamped onto the journal line for the margin reports. Zero
       01 ReservedQtyForSale PIC 9(5).
       01 AvailableQty PIC S9(5).

      * Open recalls, loaded once at startup, and the unit in hand
      * being checked against them: its gadget, its serial (spaces
      * when none is keyed), and off the register the day it came
      * in and who from.
       01 MaxOpenRecalls PIC 9(3) VALUE 100.
       01 RecallTable.
           02 NumOpenRecalls PIC 9(3) VALUE ZERO.
           02 RecallEntry OCCURS 0 TO 100 TIMES
                    DEPENDING ON NumOpenRecalls.
              03 RL-RecallNumber PIC 9(6).
              03 RL-GadgedID PIC 9(6).
              03 RL-SupplierID PIC 9(5).
              03 RL-SerialFrom PIC X(12).
              03 RL-SerialTo PIC X(12).
              03 RL-ReceivedFrom PIC 9(8).
              03 RL-ReceivedTo PIC 9(8).
       01 RecallIdx PIC 9(3).
       01 RecallGadget PIC 9(6).
       01 RecallSerial PIC X(12).
       01 RecallUnitKnownFlag PIC X.
           88 RecallUnitKnown VALUE "Y".
       01 RecallUnitReceived PIC 9(8).
       01 RecallUnitSupplier PIC 9(5).
       01 RecallBlockFlag PIC X.
           88 RecallBlocked VALUE "Y".
       01 BlockingRecall PIC 9(6).
       01 RecallRefusedCount PIC 9(4) VALUE ZERO.

      * Unit price at or over this line expects a serial on the
      * sale line. Overridable via SiteParams.
       01 SerialPriceMin PIC 9(4)V99 VALUE 0500.00.
           88 SerialValid VALUE "Y".
       01 SerialsSold PIC 9(4) VALUE ZERO.

      * Loyalty points: earned per whole unit of currency spent
      * (before tax) by a customer named on the line, and worth
      * PointValue each when spent as tender. Both overridable via
      * SiteParams; a point value of zero turns redemption off.
       01 PointsPerUnit PIC 9(3)V99 VALUE 001.00.
       01 PointValue PIC 9(3)V99 VALUE 000.01.
       01 PointsCoverFlag PIC X VALUE "N".
           88 PointsCover VALUE "Y".
       01 PointsChargeValue PIC 9(8)V99.
       01 PointsNeeded PIC 9(9).
       01 PointsEarned PIC 9(9).
       01 CustomerPointsHeld PIC 9(7).
       01 PointsAwardedOn PIC 9(4) VALUE ZERO.
       01 PointsRedeemedOn PIC 9(4) VALUE ZERO.

      * The next receipt number, carried on from the highest one
      * already on the file so numbering survives across runs.
       01 NextReceiptNumber PIC 9(8) VALUE 1.
      * customer's balance.
       01 CustomerFoundFlag PIC X VALUE "N".
           88 CustomerFound VALUE "Y".
       01 ChargeStoppedFlag PIC X VALUE "N".
           88 ChargeStopped VALUE "Y".
       01 AccountCharge PIC 9(8)V99.
      * What of the charge goes on the ledger as owing, after any
      * unallocated cash on the account has been set against it.
       01 OpenItemOwing PIC 9(8)V99.

      * The selling location's holding for the sale being applied. A
      * blank location on the sale line means the shop floor.
       01 SavedLocBeforeImage PIC X(55).
       01 LocJournalAction PIC X.

      * The turned-away gadget's record, held while its in-stock
      * stand-ins are read through the same record area.
       01 SubstRegisterFlag PIC X VALUE "N".
           88 SubstRegisterPresent VALUE "Y".
       01 SubstForGadget PIC 9(6).
       01 SubstSavedStock PIC X(55).
       01 SubstShownCount PIC 9(4).
       01 SubstSellableQty PIC 9(5).


      * The kit line in hand: each component with what one kit takes
      * of it, what the whole line takes, its list price and tax
      * class, and the unit price it journals at once the kit price
      * is spread -- all worked out before any stock moves, so a
      * short component rejects the line whole instead of part-
      * selling the kit. The sale line's own gadget, quantity, and
      * serial are parked while each component is sold through the
      * ordinary sale path in their place.
       01 KitTable.
           02 KitCompCount PIC 99 VALUE ZERO.
           02 KitComp OCCURS 8 TIMES.
              03 KC-GadgedID PIC 9(6).
              03 KC-PerKitQty PIC 9(3).
              03 KC-LineQty PIC 9(4).
              03 KC-ListPrice PIC 9(4)V99.
              03 KC-TaxClass PIC 9.
              03 KC-UnitPrice PIC 9(4)V99.
       01 KitIdx PIC 99.
       01 KitFoundFlag PIC X VALUE "N".
           88 KitFound VALUE "Y".
       01 KitLineValidFlag PIC X VALUE "N".
           88 KitLineValid VALUE "Y".
       01 KitComponentSaleFlag PIC X VALUE "N".
           88 KitComponentSale VALUE "Y".
       01 KitComponentPrice PIC 9(4)V99.
       01 KitListValue PIC 9(8)V99.
       01 KitPieceCount PIC 9(5).
       01 KitSpreadTotal PIC 9(8)V99.
       01 KitSpreadResidual PIC S9(6)V99.
       01 KitResidualDoneFlag PIC X.
           88 KitResidualDone VALUE "Y".
      * The component that takes the residual on one piece per kit
      * (zero when none has to), the price that piece goes at, and
      * one journal row's quantity and price within a component.
       01 KitSplitIdx PIC 99.
       01 KitSplitPrice PIC 9(4)V99.
       01 KitRowQty PIC 9(4).
       01 KitRowPrice PIC 9(4)V99.
       01 KitLineQtyWork PIC 9(7).
       01 KitChargeTotal PIC 9(8)V99.
       01 KitTaxWork PIC 9(8)V99.
       01 KitPointsNeeded PIC 9(9).
       01 KitSaleID PIC 9(6).
       01 KitSaleQty PIC 9(4).
       01 KitSerial PIC X(12).
       01 KitSerialGadgedID PIC 9(6).
       01 KitsSold PIC 9(4) VALUE ZERO.
       01 KitGroupNumber PIC 9(8) VALUE ZERO.

       01 BarcodeResolvedFlag PIC X.
           88 BarcodeResolved VALUE "Y".
       01 UnknownBarcodeCount PIC 9(4) VALUE ZERO.

      * Rate per tax class, subscripted by class + 1 (classes run
      * 0-9). Classes with no TaxRates.dat record stay at zero.
       01 SaleTaxClass PIC 9.
       01 SaleTaxAmount PIC 9(8)V99.

      * The operator signed on for this run, stamped on every sales
      * journal, receipt and backorder record it writes -- spaces
      * when nobody is signed on.
       01 SaleOperatorId PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       Main.
           PERFORM GetBusinessDate
           PERFORM LoadSiteParams
           PERFORM LoadTaxRates
           PERFORM LoadOpenReservations
           PERFORM LoadOpenRecalls
           PERFORM FindNextReceiptNumber
           PERFORM ReadSignedOnOperator

           OPEN INPUT SalesFile
           OPEN I-O StockFile
               PERFORM CheckFileStatus
           END-IF

      * Status "05" is the missing OPTIONAL contract file -- trade
      * customers then pay the same as anyone else.
           OPEN INPUT ContractPriceFile
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "05"
               MOVE "ContractPrices.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF

      * Status "05" is the missing OPTIONAL cost ledger before any
      * costed receipt -- sales then journal a zero cost basis.
           OPEN INPUT CostLedgerFile
           MOVE "Receipts.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN EXTEND PointsLedgerFile
           IF WS-FileStatus = "35"
               OPEN OUTPUT PointsLedgerFile
           END-IF
           MOVE "PointsLedger.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN I-O OpenItemFile
           IF WS-FileStatus = "35"
               OPEN OUTPUT OpenItemFile
               CLOSE OpenItemFile
               OPEN I-O OpenItemFile
           END-IF
           MOVE "CustomerOpenItems.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

      * Status "05" is the missing OPTIONAL kit master -- every K
      * line is then rejected as an unknown kit.
           OPEN INPUT BundleFile
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "05"
               MOVE "BundleMaster.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF

      * Status "05" is the missing OPTIONAL barcode cross-reference.
           OPEN INPUT BarcodeFile
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "05"
               MOVE "BarcodeXref.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF

      * Status "05" is the missing OPTIONAL substitute
      * cross-reference -- a turned-away sale then offers no
      * stand-in.
           OPEN INPUT SubstituteFile
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "05"
               MOVE "GadgetSubstitutes.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF
           IF WS-FileStatus = "00"
               SET SubstRegisterPresent TO TRUE
           END-IF

           READ SalesFile
               AT END SET EndOfSalesFile TO TRUE
           END-READ
                   IF SL-VoucherIssue
                       PERFORM IssueVoucher
                   ELSE
                       PERFORM ResolveSaleBarcode
                       IF BarcodeResolved
                           PERFORM ApplySale
                       END-IF
                   END-IF
               END-IF

           CLOSE LocationStockFile
           CLOSE CustomerFile
           CLOSE PromotionFile
           CLOSE ContractPriceFile
           CLOSE CostLedgerFile
           CLOSE VoucherFile
           CLOSE SerialRegisterFile
           CLOSE ReceiptFile
           CLOSE BundleFile
           CLOSE PointsLedgerFile
           CLOSE OpenItemFile
           CLOSE BarcodeFile
           CLOSE SubstituteFile

           IF ReceiptsWritten > 0
               DISPLAY "Receipts written this run: " ReceiptsWritten
           IF VouchersRedeemedOn > 0
               DISPLAY "Sales paid by voucher:   " VouchersRedeemedOn
           END-IF
           IF KitsSold > 0
               DISPLAY "Kit lines sold:          " KitsSold
           END-IF
           IF PointsAwardedOn > 0
               DISPLAY "Sales earning points:    " PointsAwardedOn
           END-IF
           IF PointsRedeemedOn > 0
               DISPLAY "Sales paid by points:    " PointsRedeemedOn
           END-IF
           IF UnknownBarcodeCount > 0
               DISPLAY "Lines with unknown barcode: "
                   UnknownBarcodeCount
           END-IF
           IF RecallRefusedCount > 0
               DISPLAY "Lines refused under recall: "
                   RecallRefusedCount
           END-IF

           PERFORM RecordBatchApplied
           PERFORM ReleaseUpdateLock
              STOP RUN
           END-IF.

      * A line keyed by barcode has its GadgedID filled in from the
      * cross-reference before anything else looks at it. A barcode
      * that isn't on file rejects the line outright: guessing the
      * gadget would sell the wrong stock. A kit line always carries
      * its kit number, so only gadget lines are resolved.
       ResolveSaleBarcode.
           MOVE "Y" TO BarcodeResolvedFlag
           IF SL-GadgedID = ZERO AND SL-Barcode NOT = SPACES
              AND NOT SL-KitSale
               MOVE SL-Barcode TO BC-Barcode
               READ BarcodeFile
                   INVALID KEY
                       MOVE "N" TO BarcodeResolvedFlag
                       ADD 1 TO UnknownBarcodeCount
                       DISPLAY "Sale rejected: barcode " SL-Barcode
                           " not on BarcodeXref.dat"
                   NOT INVALID KEY
                       MOVE BC-GadgedID TO SL-GadgedID
               END-READ

               IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
                  AND WS-FileStatus NOT = "05"
                  MOVE "BarcodeXref.dat" TO WS-FileStatusName
                  PERFORM CheckFileStatus
               END-IF
           END-IF.

       ApplySale.
           IF SL-CustomerNumber NUMERIC AND SL-CustomerNumber > 0
              AND SL-VoucherNumber NUMERIC AND SL-VoucherNumber > 0
               DISPLAY "Sale rejected: line keys both an account "
                   "and a voucher - key one way to pay"
           ELSE
      * Points belong to an account; a points-tendered line with no
      * customer has no balance to spend.
               IF SL-TenderCode = "P"
                  AND (SL-CustomerNumber NOT NUMERIC
                       OR SL-CustomerNumber = ZERO)
                   DISPLAY "Sale rejected: points tender keyed "
                       "with no customer number"
               ELSE
                   PERFORM ApplySaleChecked
               END-IF
           END-IF.

       ApplySaleChecked.
           IF NOT CustomerFound
               DISPLAY "Sale rejected: CustomerNumber "
                   SL-CustomerNumber " not on CustomerMaster.dat"
           ELSE
           IF ChargeStopped
               DISPLAY "Sale rejected: account " SL-CustomerNumber
                   " is on stop - take payment another way"
           ELSE
               PERFORM ValidateSaleVoucher
               IF NOT VoucherValid
                       SL-VoucherNumber " is not on the register "
                       "or has nothing left to spend"
               ELSE
                   IF SL-KitSale
                       PERFORM ApplyKitSale
                   ELSE
                       PERFORM ApplySaleGadget
                   END-IF
               END-IF
           END-IF
           END-IF.

      * Whether the voucher tendered as payment is on the register
           IF NOT CustomerFound
               DISPLAY "Voucher issue rejected: CustomerNumber "
                   SL-CustomerNumber " not on CustomerMaster.dat"
           ELSE
           IF ChargeStopped
               DISPLAY "Voucher issue rejected: account "
                   SL-CustomerNumber " is on stop - take payment "
                   "another way"
           ELSE
               PERFORM IssueCheckedVoucher
           END-IF
           END-IF.

       IssueCheckedVoucher.
           MOVE ZEROS TO SJ-UnitCost
           PERFORM DeriveTenderCode
           MOVE SaleTenderCode TO SJ-TenderCode
           MOVE "L" TO SJ-PriceRule
           MOVE SL-VoucherValue TO SJ-ListPrice
           MOVE SaleOperatorId TO SJ-OperatorId
           MOVE ZEROS TO SJ-KitGroupNo
           WRITE SalesJournalRec
           MOVE "SalesJournal.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus
      * Whether the sale line's account customer is on the master.
      * Customer zero is an anonymous cash sale and always passes; a
      * non-zero number that isn't on file is a keying error and the
      * line is rejected before any stock moves. An account the aged-
      * debt run has put on stop may still buy for cash, card, or
      * points, but a line that would journal on account is refused.
       ValidateSaleCustomer.
           MOVE "Y" TO CustomerFoundFlag
           MOVE "N" TO ChargeStoppedFlag
           IF SL-CustomerNumber NUMERIC AND SL-CustomerNumber > 0
               MOVE "N" TO CustomerFoundFlag
               MOVE SL-CustomerNumber TO CU-CustomerNumber
                       CONTINUE
                   NOT INVALID KEY
                       SET CustomerFound TO TRUE
                       IF CU-AccountStopped
                           PERFORM DeriveTenderCode
                           IF SaleTenderCode = "A"
                               SET ChargeStopped TO TRUE
                           END-IF
                       END-IF
               END-READ

               IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
                       SL-GadgedID
               NOT INVALID KEY
                   MOVE StockRecord TO SavedBeforeImage
                   MOVE SL-GadgedID TO RecallGadget
                   MOVE SL-SerialNumber TO RecallSerial
                   PERFORM CheckRecallBlock
                   EVALUATE TRUE
                       WHEN StockDelisted
                           DISPLAY "Sale rejected: " GadgetName
                               " is delisted"
                       WHEN RecallBlocked
                           DISPLAY "Sale rejected: " GadgetName
                               " is under recall " BlockingRecall
                           ADD 1 TO RecallRefusedCount
                       WHEN OTHER
                           PERFORM ValidateSaleSerial
                           IF NOT SerialValid
                               DISPLAY "Sale rejected: serial "
                                   SL-SerialNumber " is not "
                                   "registered in stock for "
                                   GadgetName
                           ELSE
                               PERFORM ApplySaleLine
                           END-IF
                   END-EVALUATE
           END-READ.

      * Sells a K line: every component of the kit comes off stock
      * through the ordinary sale path, journaled at its share of
      * the kit price. The whole kit is checked first -- each
      * component known, still sold, and there in the quantity the
      * line needs at the selling location, and a tendered voucher
      * good for the whole kit -- so one short component turns the
      * line away whole rather than selling the customer half a
      * box. No backorder is captured for a rejected kit: the
      * demand is for the kit, which holds no stock to order.
       ApplyKitSale.
           MOVE SL-GadgedID TO KitSaleID
           MOVE SL-QtySold TO KitSaleQty
           MOVE SL-SerialNumber TO KitSerial
           MOVE SL-GadgedID TO BN-KitID
           MOVE "N" TO KitFoundFlag
           READ BundleFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET KitFound TO TRUE
           END-READ

           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
              AND WS-FileStatus NOT = "05"
              MOVE "BundleMaster.dat" TO WS-FileStatusName
              PERFORM CheckFileStatus
           END-IF

           IF NOT KitFound
               DISPLAY "Sale rejected: unknown kit " SL-GadgedID
           ELSE
               PERFORM CheckKitComponents
               IF KitLineValid
                   PERFORM SpreadKitPrice
                   PERFORM CheckKitTenderCovers
               END-IF
               IF KitLineValid
                   PERFORM SellKitComponents
               END-IF
           END-IF

           MOVE KitSaleID TO SL-GadgedID
           MOVE KitSaleQty TO SL-QtySold
           MOVE KitSerial TO SL-SerialNumber
           MOVE "N" TO KitComponentSaleFlag.

      * Walks the kit's components into KitTable, stopping at the
      * first one that can't be sold. A serial keyed on a kit line
      * belongs to whichever component it is registered in stock
      * against -- the phone in the box, typically -- and must match
      * one of them.
       CheckKitComponents.
           MOVE "Y" TO KitLineValidFlag
           MOVE ZEROS TO KitListValue
           MOVE ZEROS TO KitPieceCount
           MOVE ZEROS TO KitSerialGadgedID
           IF BN-ComponentCount NOT NUMERIC
              OR BN-ComponentCount = ZERO
              OR BN-ComponentCount > 8
               MOVE "N" TO KitLineValidFlag
               DISPLAY "Sale rejected: kit " BN-KitName
                   " has no components on file"
           ELSE
               MOVE BN-ComponentCount TO KitCompCount
               PERFORM VARYING KitIdx FROM 1 BY 1
                     UNTIL KitIdx > KitCompCount
                        OR NOT KitLineValid
                   PERFORM CheckKitComponent
               END-PERFORM
           END-IF

           IF KitLineValid AND KitSerial NOT = SPACES
              AND KitSerialGadgedID = ZERO
               MOVE "N" TO KitLineValidFlag
               DISPLAY "Sale rejected: serial " KitSerial
                   " is not registered in stock for any component "
                   "of kit " BN-KitName
           END-IF.

      * One component: the same two stock bars ApplySaleLine sets a
      * single gadget -- sellable after holds, and held at the
      * selling location -- for what the whole line takes of it.
       CheckKitComponent.
           MOVE BN-CompGadgedID(KitIdx) TO KC-GadgedID(KitIdx)
           MOVE BN-CompQty(KitIdx) TO KC-PerKitQty(KitIdx)
           COMPUTE KitLineQtyWork = BN-CompQty(KitIdx) * KitSaleQty
           IF KitLineQtyWork > 9999
               MOVE "N" TO KitLineValidFlag
               DISPLAY "Sale rejected: " KitSaleQty " of kit "
                   BN-KitName " is too many to sell on one line"
           ELSE
               MOVE KitLineQtyWork TO KC-LineQty(KitIdx)
               MOVE KC-GadgedID(KitIdx) TO SL-GadgedID
               MOVE KC-LineQty(KitIdx) TO SL-QtySold
               MOVE KC-GadgedID(KitIdx) TO GadgedID
               READ StockFile
                   INVALID KEY
                       MOVE "N" TO KitLineValidFlag
                       DISPLAY "Sale rejected: kit " BN-KitName
                           " component " KC-GadgedID(KitIdx)
                           " not on GadgetStock.dat"
                   NOT INVALID KEY
                       PERFORM CheckKitComponentStock
               END-READ
           END-IF.

       CheckKitComponentStock.
           IF StockDelisted
               MOVE "N" TO KitLineValidFlag
               DISPLAY "Sale rejected: kit " BN-KitName
                   " component " GadgetName " is delisted"
           ELSE
               MOVE Price TO KC-ListPrice(KitIdx)
               IF TaxClass NUMERIC
                   MOVE TaxClass TO KC-TaxClass(KitIdx)
               ELSE
                   MOVE ZERO TO KC-TaxClass(KitIdx)
               END-IF
               COMPUTE KitListValue = KitListValue
                   + Price * KC-PerKitQty(KitIdx)
               ADD KC-PerKitQty(KitIdx) TO KitPieceCount

               PERFORM LocateSaleLocation
               PERFORM FindReservedQty
               COMPUTE AvailableQty = QtyInStock - ReservedQtyForSale
               IF AvailableQty < 0
                   MOVE ZEROS TO AvailableQty
               END-IF
               IF SL-QtySold > AvailableQty
                   MOVE "N" TO KitLineValidFlag
                   DISPLAY "Sale rejected: kit " BN-KitName
                       " needs " SL-QtySold " of " GadgetName
                       ", only " AvailableQty " sellable ("
                       ReservedQtyForSale " reserved)"
               ELSE
                   IF SL-QtySold > LC-QtyInStock
                      OR NOT LocationRecFound
                       MOVE "N" TO KitLineValidFlag
                       DISPLAY "Sale rejected: kit " BN-KitName
                           " needs " SL-QtySold " of " GadgetName
                           ", only " LC-QtyInStock " at location "
                           SaleLocation
                   END-IF
               END-IF

               IF KitLineValid AND KitSerial NOT = SPACES
                  AND KitSerialGadgedID = ZERO
                   PERFORM MatchKitSerial
               END-IF

               IF KitLineValid
                   MOVE KC-GadgedID(KitIdx) TO RecallGadget
                   IF KitSerial NOT = SPACES
                      AND KitSerialGadgedID = KC-GadgedID(KitIdx)
                       MOVE KitSerial TO RecallSerial
                   ELSE
                       MOVE SPACES TO RecallSerial
                   END-IF
                   PERFORM CheckRecallBlock
                   IF RecallBlocked
                       MOVE "N" TO KitLineValidFlag
                       DISPLAY "Sale rejected: kit " BN-KitName
                           " component " GadgetName
                           " is under recall " BlockingRecall
                       ADD 1 TO RecallRefusedCount
                   END-IF
               END-IF
           END-IF.

       MatchKitSerial.
           MOVE KitSerial TO SN-SerialNumber
           READ SerialRegisterFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SN-GadgedID = KC-GadgedID(KitIdx) AND SN-InStock
                       MOVE KC-GadgedID(KitIdx) TO KitSerialGadgedID
                   END-IF
           END-READ

           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
              MOVE "SerialRegister.dat" TO WS-FileStatusName
              PERFORM CheckFileStatus
           END-IF.

      * Spreads the kit price over its components in proportion to
      * their list prices, so each category's takings and each
      * gadget's margin carry a fair share of the discount. Rounding
      * to the penny can leave the shares a penny or two off the kit
      * price; the difference lands on the first component that goes
      * in the box singly, where it is exact. A kit with no single
      * component puts it on one piece per kit of the last component
      * that can take it -- that component is journaled as two rows,
      * the one piece at its share plus the difference and the rest
      * at its share, so the line values still add up to the kit
      * price to the penny. Components all listed at nothing split
      * the price evenly by piece.
       SpreadKitPrice.
           MOVE ZEROS TO KitSpreadTotal
           MOVE ZEROS TO KitSplitIdx
           PERFORM VARYING KitIdx FROM 1 BY 1
                 UNTIL KitIdx > KitCompCount
               IF KitListValue > 0
                   COMPUTE KC-UnitPrice(KitIdx) ROUNDED =
                       BN-KitPrice * KC-ListPrice(KitIdx)
                       / KitListValue
               ELSE
                   COMPUTE KC-UnitPrice(KitIdx) ROUNDED =
                       BN-KitPrice / KitPieceCount
               END-IF
               COMPUTE KitSpreadTotal = KitSpreadTotal
                   + KC-UnitPrice(KitIdx) * KC-PerKitQty(KitIdx)
           END-PERFORM

           COMPUTE KitSpreadResidual = BN-KitPrice - KitSpreadTotal
           IF KitSpreadResidual NOT = ZERO
               MOVE "N" TO KitResidualDoneFlag
               PERFORM VARYING KitIdx FROM 1 BY 1
                     UNTIL KitIdx > KitCompCount
                        OR KitResidualDone
                   IF KC-PerKitQty(KitIdx) = 1
                      AND KC-UnitPrice(KitIdx) + KitSpreadResidual
                          NOT < 0
                       COMPUTE KC-UnitPrice(KitIdx) =
                           KC-UnitPrice(KitIdx) + KitSpreadResidual
                       SET KitResidualDone TO TRUE
                   END-IF
               END-PERFORM
               PERFORM VARYING KitIdx FROM KitCompCount BY -1
                     UNTIL KitIdx < 1 OR KitResidualDone
                   IF KC-UnitPrice(KitIdx) + KitSpreadResidual
                          NOT < 0
                       MOVE KitIdx TO KitSplitIdx
                       COMPUTE KitSplitPrice =
                           KC-UnitPrice(KitIdx) + KitSpreadResidual
                       SET KitResidualDone TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

      * A voucher- or points-tendered kit must be covered whole
      * before the first component moves -- the same bar
      * CheckVoucherCovers and CheckPointsCover set one line, taken
      * over every component at its spread price with its own tax,
      * rounded as ComputeSaleTax rounds it. Points are rounded up
      * per component, as RedeemPoints will draw them.
       CheckKitTenderCovers.
           PERFORM DeriveTenderCode
           IF SaleTenderCode = "V" OR SaleTenderCode = "P"
               MOVE ZEROS TO KitChargeTotal
               MOVE ZEROS TO KitPointsNeeded
               PERFORM VARYING KitIdx FROM 1 BY 1
                     UNTIL KitIdx > KitCompCount
                   IF KitIdx = KitSplitIdx
                       COMPUTE KitRowQty =
                           KC-LineQty(KitIdx) - KitSaleQty
                       MOVE KC-UnitPrice(KitIdx) TO KitRowPrice
                       PERFORM AddKitRowCharge
                       MOVE KitSaleQty TO KitRowQty
                       MOVE KitSplitPrice TO KitRowPrice
                   ELSE
                       MOVE KC-LineQty(KitIdx) TO KitRowQty
                       MOVE KC-UnitPrice(KitIdx) TO KitRowPrice
                   END-IF
                   PERFORM AddKitRowCharge
               END-PERFORM
           END-IF

           IF SaleTenderCode = "V"
              AND SL-VoucherNumber NUMERIC AND SL-VoucherNumber > 0
               MOVE SL-VoucherNumber TO VO-VoucherNumber
               READ VoucherFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF VO-Balance < KitChargeTotal
                           MOVE "N" TO KitLineValidFlag
                           DISPLAY "Sale rejected: voucher "
                               SL-VoucherNumber " balance won't "
                               "cover kit " BN-KitName " - take the "
                               "shortfall another way and re-key"
                       END-IF
               END-READ

               IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
                  MOVE "Vouchers.dat" TO WS-FileStatusName
                  PERFORM CheckFileStatus
               END-IF
           END-IF

           IF SaleTenderCode = "P"
               PERFORM ReadCustomerPoints
               IF PointValue = ZERO
                  OR CustomerPointsHeld < KitPointsNeeded
                   MOVE "N" TO KitLineValidFlag
                   DISPLAY "Sale rejected: customer "
                       SL-CustomerNumber " has " CustomerPointsHeld
                       " points, " KitPointsNeeded " needed for kit "
                       BN-KitName
               END-IF
           END-IF.

      * One journal row of a kit component at what it will be
      * charged, tax included, and the points it will draw.
       AddKitRowCharge.
           COMPUTE KitTaxWork ROUNDED = KitRowQty * KitRowPrice
               * TaxRatePct(KC-TaxClass(KitIdx) + 1) / 100
           COMPUTE PointsChargeValue = KitRowQty * KitRowPrice
               + KitTaxWork
           ADD PointsChargeValue TO KitChargeTotal
           PERFORM ComputePointsNeeded
           ADD PointsNeeded TO KitPointsNeeded.

      * Sells each component in turn as though it were keyed on its
      * own line at its spread price, so stock, location, journal,
      * movement ledger, receipt, voucher and account all move
      * exactly as a single sale moves them. The keyed serial goes
      * only with the component it was matched to. The component
      * carrying the rounding residual goes through twice -- the rest
      * of its pieces at its share, then one piece per kit at the
      * adjusted price. Every component's journal row carries the
      * first component's receipt number as the kit's group number.
       SellKitComponents.
           SET KitComponentSale TO TRUE
           MOVE NextReceiptNumber TO KitGroupNumber
           PERFORM VARYING KitIdx FROM 1 BY 1
                 UNTIL KitIdx > KitCompCount
               MOVE KC-GadgedID(KitIdx) TO SL-GadgedID
               IF KitSerial NOT = SPACES
                  AND KC-GadgedID(KitIdx) = KitSerialGadgedID
                   MOVE KitSerial TO SL-SerialNumber
               ELSE
                   MOVE SPACES TO SL-SerialNumber
               END-IF
               IF KitIdx = KitSplitIdx
                   COMPUTE SL-QtySold = KC-LineQty(KitIdx) - KitSaleQty
                   MOVE KC-UnitPrice(KitIdx) TO KitComponentPrice
                   IF SL-QtySold > 0
                       PERFORM ApplySaleGadget
                       MOVE SPACES TO SL-SerialNumber
                   END-IF
                   MOVE KitSaleQty TO SL-QtySold
                   MOVE KitSplitPrice TO KitComponentPrice
               ELSE
                   MOVE KC-LineQty(KitIdx) TO SL-QtySold
                   MOVE KC-UnitPrice(KitIdx) TO KitComponentPrice
               END-IF
               PERFORM ApplySaleGadget
           END-PERFORM
           MOVE "N" TO KitComponentSaleFlag
           ADD 1 TO KitsSold
           DISPLAY "Sold " KitSaleQty " of kit " BN-KitName.

      * Whether the keyed serial is a registered in-stock unit of
      * this gadget. No serial on the line passes -- with a warning
               END-IF
           END-IF.

      * Marks the sold unit's register record Sold, with the
      * customer and the receipt it went out on -- the serial was
      * verified in stock before anything moved.
       MarkSerialSold.
           MOVE SL-SerialNumber TO SN-SerialNumber
           READ SerialRegisterFile
                   CONTINUE
               NOT INVALID KEY
                   SET SN-Sold TO TRUE
                   MOVE BusinessToday TO SN-SoldDate
                   MOVE SL-CustomerNumber TO SN-CustomerNumber
                   MOVE RE-ReceiptNumber TO SN-ReceiptNumber
                   REWRITE SerialRegisterRec
                   MOVE "SerialRegister.dat" TO WS-FileStatusName
                   PERFORM CheckFileStatus
                   PERFORM CaptureBackorder
               ELSE
                   PERFORM CheckVoucherCovers
                   PERFORM CheckPointsCover
                   IF NOT VoucherCovers
                       DISPLAY "Sale rejected: voucher "
                           SL-VoucherNumber " balance won't cover "
                           "the sale - take the shortfall another "
                           "way and re-key"
                   ELSE
                   IF NOT PointsCover
                       DISPLAY "Sale rejected: customer "
                           SL-CustomerNumber " has " CustomerPointsHeld
                           " points, " PointsNeeded " needed - take "
                           "the sale another way and re-key"
                   ELSE
                       SUBTRACT SL-QtySold FROM QtyInStock
                       REWRITE StockRecord
                           " - new QtyInStock " QtyInStock
                       PERFORM JournalSale
                   END-IF
                   END-IF
               END-IF
           END-IF.

           IF SaleTenderCode = "V"
              AND SL-VoucherNumber NUMERIC AND SL-VoucherNumber > 0
               MOVE "N" TO VoucherCoversFlag
               PERFORM FindSalePrice
               MOVE SL-QtySold TO SJ-QtySold
               MOVE EffectiveSalePrice TO SJ-Price
               PERFORM ComputeSaleTax
               END-IF
           END-IF.

      * A points-tendered sale must fit inside the customer's points
      * the same way a voucher sale must fit inside the voucher: the
      * real charge, promo price and tax included, turned into
      * points at the site's point value and rounded up to a whole
      * point, against the balance on the master. A line not
      * tendered in points always covers.
       CheckPointsCover.
           MOVE "Y" TO PointsCoverFlag
           PERFORM DeriveTenderCode
           IF SaleTenderCode = "P"
               MOVE "N" TO PointsCoverFlag
               PERFORM FindSalePrice
               MOVE SL-QtySold TO SJ-QtySold
               MOVE EffectiveSalePrice TO SJ-Price
               PERFORM ComputeSaleTax
               COMPUTE PointsChargeValue =
                   SL-QtySold * EffectiveSalePrice + SaleTaxAmount
               PERFORM ComputePointsNeeded
               PERFORM ReadCustomerPoints
               IF PointValue > ZERO
                  AND CustomerPointsHeld NOT < PointsNeeded
                   SET PointsCover TO TRUE
               END-IF
           END-IF.

      * Whole points needed to pay PointsChargeValue, rounded up --
      * a part-point would give the penny away every time.
       ComputePointsNeeded.
           MOVE ZEROS TO PointsNeeded
           IF PointValue > ZERO
               COMPUTE PointsNeeded = PointsChargeValue / PointValue
               IF PointsNeeded * PointValue < PointsChargeValue
                   ADD 1 TO PointsNeeded
               END-IF
           END-IF.

      * The line customer's unspent points off the master; a record
      * from before the field existed holds none.
       ReadCustomerPoints.
           MOVE ZEROS TO CustomerPointsHeld
           MOVE SL-CustomerNumber TO CU-CustomerNumber
           READ CustomerFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CU-PointsBalance NUMERIC
                       MOVE CU-PointsBalance TO CustomerPointsHeld
                   END-IF
           END-READ

           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
              MOVE "CustomerMaster.dat" TO WS-FileStatusName
              PERFORM CheckFileStatus
           END-IF.

      * Reads the selling location's holding. A blank location on
      * the sale line means the shop floor; a gadget with no record
      * at the location has nothing there to sell.
                   COMPUTE SerialPriceMin =
                       FUNCTION NUMVAL(SP-ParamValue)
               END-IF
               IF SP-ParamName = "POINTS-PER-UNIT"
                  AND FUNCTION TEST-NUMVAL(SP-ParamValue) = 0
                   COMPUTE PointsPerUnit =
                       FUNCTION NUMVAL(SP-ParamValue)
               END-IF
               IF SP-ParamName = "POINT-VALUE"
                  AND FUNCTION TEST-NUMVAL(SP-ParamValue) = 0
                   COMPUTE PointValue =
                       FUNCTION NUMVAL(SP-ParamValue)
               END-IF

               READ SiteParamFile
                   AT END SET EndOfSiteParams TO TRUE
               END-READ
           END-PERFORM

           CLOSE ReservationFile

           MOVE "PointOfSale" TO CapacityProgram
           MOVE "RESERVATIONS" TO CapacityTableName
           MOVE NumReservedGadgets TO CapacityHighWater
           MOVE MaxReservedGadgets TO CapacityLimit
           MOVE ReservedTableFullFlag TO CapacityOverflowFlag
           PERFORM RecordCapacity.

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
                       MOVE RC-SupplierID
                           TO RL-SupplierID(NumOpenRecalls)
                       MOVE RC-SerialFrom
                           TO RL-SerialFrom(NumOpenRecalls)
                       MOVE RC-SerialTo TO RL-SerialTo(NumOpenRecalls)
                       MOVE RC-ReceivedFrom
                           TO RL-ReceivedFrom(NumOpenRecalls)
                       MOVE RC-ReceivedTo
                           TO RL-ReceivedTo(NumOpenRecalls)
                   ELSE
                       DISPLAY "Warning: more than " MaxOpenRecalls
                           " open recalls - recall " RC-RecallNumber
                           " is NOT blocking sales; close finished "
                           "recalls"
                   END-IF
               END-IF

               READ RecallFile NEXT RECORD
                   AT END SET EndOfRecalls TO TRUE
               END-READ
           END-PERFORM

           CLOSE RecallFile.

      * Whether an open recall covers the unit in hand (RecallGadget,
      * RecallSerial). A unit whose serial is on the register is
      * measured against each range the recall names; a unit with no
      * serial can't be told apart from the recalled ones, so any
      * open recall on its gadget covers it.
       CheckRecallBlock.
           MOVE "N" TO RecallBlockFlag
           MOVE "N" TO RecallUnitKnownFlag
           IF NumOpenRecalls > 0 AND RecallSerial NOT = SPACES
               MOVE RecallSerial TO SN-SerialNumber
               READ SerialRegisterFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET RecallUnitKnown TO TRUE
                       MOVE SN-ReceivedDate TO RecallUnitReceived
                       IF SN-SupplierID NUMERIC
                           MOVE SN-SupplierID TO RecallUnitSupplier
                       ELSE
                           MOVE ZEROS TO RecallUnitSupplier
                       END-IF
               END-READ
               IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
                  MOVE "SerialRegister.dat" TO WS-FileStatusName
                  PERFORM CheckFileStatus
               END-IF
           END-IF

           PERFORM VARYING RecallIdx FROM 1 BY 1
                   UNTIL RecallIdx > NumOpenRecalls OR RecallBlocked
               IF RL-GadgedID(RecallIdx) = RecallGadget
                   PERFORM TestRecallUnit
               END-IF
           END-PERFORM.

      * One open recall on the unit's gadget: the unit is covered
      * unless the register shows it outside a range the recall
      * names. A supplier the register doesn't know can't clear it.
       TestRecallUnit.
           SET RecallBlocked TO TRUE
           IF RecallUnitKnown
               IF RL-SerialFrom(RecallIdx) NOT = SPACES
                   IF RL-SerialTo(RecallIdx) = SPACES
                       IF RecallSerial NOT = RL-SerialFrom(RecallIdx)
                           MOVE "N" TO RecallBlockFlag
                       END-IF
                   ELSE
                       IF RecallSerial < RL-SerialFrom(RecallIdx)
                          OR RecallSerial > RL-SerialTo(RecallIdx)
                           MOVE "N" TO RecallBlockFlag
                       END-IF
                   END-IF
               END-IF
               IF RL-ReceivedFrom(RecallIdx) NOT = ZERO
                  AND RecallUnitReceived < RL-ReceivedFrom(RecallIdx)
                   MOVE "N" TO RecallBlockFlag
               END-IF
               IF RL-ReceivedTo(RecallIdx) NOT = ZERO
                  AND RecallUnitReceived > RL-ReceivedTo(RecallIdx)
                   MOVE "N" TO RecallBlockFlag
               END-IF
               IF RL-SupplierID(RecallIdx) NOT = ZERO
                  AND RecallUnitSupplier NOT = ZERO
                  AND RecallUnitSupplier NOT = RL-SupplierID(RecallIdx)
                   MOVE "N" TO RecallBlockFlag
               END-IF
           END-IF
           IF RecallBlocked
               MOVE RL-RecallNumber(RecallIdx) TO BlockingRecall
           END-IF.

       TallyOneReservation.
           SET Resv-Idx TO 1
           COMPUTE SaleTaxAmount ROUNDED = SJ-QtySold * SJ-Price
               * TaxRatePct(SaleTaxClass + 1) / 100.

      * The price the line in hand goes out at. A kit component goes
      * out at its share of the kit price, never at a promotion --
      * the kit price is already the deal; a line converted from a
      * trade quotation goes out at the price quoted, for the same
      * reason; anything else is priced by FindPromoPrice, and a
      * line carrying a trade customer is then offered their
      * contract price by FindContractPrice. SalePriceRule records
      * which rule won.
       FindSalePrice.
           EVALUATE TRUE
               WHEN KitComponentSale
                   MOVE "N" TO PromoAppliedFlag
                   MOVE KitComponentPrice TO EffectiveSalePrice
                   MOVE "K" TO SalePriceRule
               WHEN SL-QuoteNumber NUMERIC AND SL-QuoteNumber > 0
                    AND SL-QuotedPrice NUMERIC
                   MOVE "N" TO PromoAppliedFlag
                   MOVE SL-QuotedPrice TO EffectiveSalePrice
                   MOVE "Q" TO SalePriceRule
               WHEN OTHER
                   PERFORM FindPromoPrice
                   IF PromoApplied
                       MOVE "P" TO SalePriceRule
                   ELSE
                       MOVE "L" TO SalePriceRule
                   END-IF
                   IF SL-CustomerNumber NUMERIC
                      AND SL-CustomerNumber > 0
                       PERFORM FindContractPrice
                   END-IF
           END-EVALUATE.

      * The customer's live contract for this gadget, then for its
      * category; whichever gives the lower price is set against
      * what FindPromoPrice arrived at, and the lowest price wins. A
      * tie leaves the price where it was.
       FindContractPrice.
           MOVE SL-CustomerNumber TO CT-CustomerNumber
           SET CT-GadgetScope TO TRUE
           MOVE GadgedID TO CT-ScopeCode
           PERFORM TryContractPrice

           MOVE SL-CustomerNumber TO CT-CustomerNumber
           SET CT-CategoryScope TO TRUE
           MOVE CategoryCode TO CT-ScopeCode
           PERFORM TryContractPrice.

       TryContractPrice.
           READ ContractPriceFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF BusinessToday NOT < CT-StartDate
                      AND BusinessToday NOT > CT-EndDate
                       IF CT-ContractPrice > ZERO
                           MOVE CT-ContractPrice TO ContractCandidate
                       ELSE
                           COMPUTE ContractCandidate ROUNDED = Price
                               * (100 - CT-DiscountPct) / 100
                       END-IF
                       IF ContractCandidate < EffectiveSalePrice
                           MOVE "N" TO PromoAppliedFlag
                           MOVE ContractCandidate
                               TO EffectiveSalePrice
                           MOVE "C" TO SalePriceRule
                           DISPLAY "  Contract price "
                               ContractCandidate " charged for "
                               GadgetName
                       END-IF
                   END-IF
           END-READ

           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
              AND WS-FileStatus NOT = "05"
              AND WS-FileStatus NOT = "49"
              MOVE "ContractPrices.dat" TO WS-FileStatusName
              PERFORM CheckFileStatus
           END-IF.

      * Whether a promotion covers this sale: EffectiveSalePrice
      * lands on the promo price when the gadget has a promotion
      * whose window spans the business date, and on the base Price
      * voucher being sold, not one being spent, so the money for
      * it is cash unless C, D, or A was keyed -- journaling the
      * sale of a voucher as voucher tender would throw the
      * cash-up off by the face value every time one sold. Points
      * don't buy vouchers either -- that would turn points into
      * cash -- so a P keyed on an issue is taken as cash.
       DeriveTenderCode.
           EVALUATE TRUE
               WHEN SL-VoucherIssue
                   IF SL-TenderKeyed AND SL-TenderCode NOT = "V"
                      AND SL-TenderCode NOT = "P"
                       MOVE SL-TenderCode TO SaleTenderCode
                   ELSE
                       MOVE "C" TO SaleTenderCode
           END-EVALUATE.

       JournalSale.
           PERFORM FindSalePrice
           PERFORM FindAvgCost
           PERFORM DeriveTenderCode
           MOVE BusinessToday TO SJ-SaleDate
           MOVE SL-CustomerNumber TO SJ-CustomerNumber
           MOVE AvgCostForSale TO SJ-UnitCost
           MOVE SaleTenderCode TO SJ-TenderCode
           MOVE SalePriceRule TO SJ-PriceRule
           MOVE Price TO SJ-ListPrice
           MOVE SaleOperatorId TO SJ-OperatorId
           IF KitComponentSale
               MOVE KitGroupNumber TO SJ-KitGroupNo
           ELSE
               MOVE ZEROS TO SJ-KitGroupNo
           END-IF
           WRITE SalesJournalRec
           MOVE "SalesJournal.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           IF SaleTenderCode = "A" AND SL-CustomerNumber > 0
               PERFORM ChargeCustomerAccount
           END-IF

      * Points are spent on a points-tendered line and earned on
      * any other line carrying a customer -- never both, or the
      * points would pay for the points they earn.
           IF SaleTenderCode = "P"
               PERFORM RedeemPoints
           ELSE
               IF SL-CustomerNumber NUMERIC AND SL-CustomerNumber > 0
                   PERFORM AwardPoints
               END-IF
           END-IF.

      * Credits the points the journaled line earns: its value before
      * tax times the site rate, whole points only. A line too small
      * to earn a point writes nothing.
       AwardPoints.
           COMPUTE PointsEarned = SJ-QtySold * SJ-Price * PointsPerUnit
           IF PointsEarned > 0
               MOVE SL-CustomerNumber TO CU-CustomerNumber
               READ CustomerFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CU-PointsBalance NOT NUMERIC
                           MOVE ZEROS TO CU-PointsBalance
                       END-IF
                       ADD PointsEarned TO CU-PointsBalance
                       REWRITE CustomerRecord
                       MOVE "CustomerMaster.dat" TO WS-FileStatusName
                       PERFORM CheckFileStatus
                       SET PT-Earned TO TRUE
                       MOVE PointsEarned TO PT-Points
                       PERFORM WritePointsEntry
                       ADD 1 TO PointsAwardedOn
               END-READ
           END-IF.

      * Draws the points-tendered line's charge down from the
      * customer's points. CheckPointsCover proved the balance
      * covers it before the stock moved, so the subtraction cannot
      * come up short.
       RedeemPoints.
           COMPUTE PointsChargeValue = SJ-QtySold * SJ-Price
               + SJ-TaxAmount
           PERFORM ComputePointsNeeded
           MOVE SL-CustomerNumber TO CU-CustomerNumber
           READ CustomerFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SUBTRACT PointsNeeded FROM CU-PointsBalance
                   REWRITE CustomerRecord
                   MOVE "CustomerMaster.dat" TO WS-FileStatusName
                   PERFORM CheckFileStatus
                   SET PT-Redeemed TO TRUE
                   COMPUTE PT-Points = 0 - PointsNeeded
                   PERFORM WritePointsEntry
                   ADD 1 TO PointsRedeemedOn
                   DISPLAY "  Customer " SL-CustomerNumber " spent "
                       PointsNeeded " points - " CU-PointsBalance
                       " left"
           END-READ.

      * Appends the points change just made to the customer's master
      * record, with the sale line it arose from.
       WritePointsEntry.
           MOVE BusinessToday TO PT-PostDate
           MOVE SL-CustomerNumber TO PT-CustomerNumber
           COMPUTE PT-SaleValue = SJ-QtySold * SJ-Price
           MOVE StockRunId TO PT-RunId
           WRITE PointsLedgerRec
           MOVE "PointsLedger.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus.

      * Rolls the accepted account sale's value-with-tax into the
      * customer's running balance, so the monthly statement shows
      * what the account owes without re-adding the journal. The
      * customer was validated before the stock moved, so the read
      * here can't miss. The charge also goes on the open-item
      * ledger, less any cash the customer has already paid over
      * and above their open items.
       ChargeCustomerAccount.
           COMPUTE AccountCharge = SJ-QtySold * SJ-Price
               + SJ-TaxAmount
           MOVE AccountCharge TO OpenItemOwing
           MOVE SL-CustomerNumber TO CU-CustomerNumber
           READ CustomerFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD AccountCharge TO CU-Balance
                   IF CU-UnallocatedCash NOT NUMERIC
                       MOVE ZEROS TO CU-UnallocatedCash
                   END-IF
                   IF CU-UnallocatedCash > 0
                       IF CU-UnallocatedCash NOT < OpenItemOwing
                           SUBTRACT OpenItemOwing
                               FROM CU-UnallocatedCash
                           MOVE ZEROS TO OpenItemOwing
                       ELSE
                           SUBTRACT CU-UnallocatedCash
                               FROM OpenItemOwing
                           MOVE ZEROS TO CU-UnallocatedCash
                       END-IF
                   END-IF
                   REWRITE CustomerRecord
                   MOVE "CustomerMaster.dat" TO WS-FileStatusName
                   PERFORM CheckFileStatus
                   PERFORM WriteOpenItem
           END-READ
           DISPLAY "  Charged " AccountCharge " to account "
               SL-CustomerNumber.

      * The account charge as an open item: a sale line by the
      * receipt just written for it, a voucher issued on account by
      * the voucher's number. A charge wholly met by unallocated
      * cash goes on already paid, so the ledger still shows it.
       WriteOpenItem.
           MOVE SL-CustomerNumber TO OI-CustomerNumber
           MOVE BusinessToday TO OI-ItemDate
           IF SL-VoucherIssue
               SET OI-VoucherItem TO TRUE
               MOVE SL-VoucherNumber TO OI-ItemRef
           ELSE
               SET OI-SaleItem TO TRUE
               COMPUTE OI-ItemRef = NextReceiptNumber - 1
           END-IF
           MOVE AccountCharge TO OI-OriginalAmount
           MOVE OpenItemOwing TO OI-Outstanding
           IF OpenItemOwing > 0
               SET OI-Open TO TRUE
               MOVE ZEROS TO OI-LastPaidDate
           ELSE
               SET OI-Paid TO TRUE
               MOVE BusinessToday TO OI-LastPaidDate
           END-IF
           MOVE StockRunId TO OI-RunId
           WRITE OpenItemRec
               INVALID KEY
                   DISPLAY "  Warning: open item for account "
                       SL-CustomerNumber " ref " OI-ItemRef
                       " already on CustomerOpenItems.dat"
               NOT INVALID KEY
                   MOVE "CustomerOpenItems.dat" TO WS-FileStatusName
                   PERFORM CheckFileStatus
           END-WRITE.

      * Scans the receipt file once for the highest number already
      * used, so this run's receipts continue the sequence. Status
      * "35" is the very first receipt ever.
           COMPUTE RE-TotalCharge = SJ-QtySold * SJ-Price
               + SJ-TaxAmount
           MOVE StockRunId TO RE-RunId
           MOVE SaleOperatorId TO RE-OperatorId
           WRITE ReceiptRec
           MOVE "Receipts.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus
           ADD 1 TO ReceiptsWritten
           DISPLAY "  Receipt " RE-ReceiptNumber " issued".

      * The operator on SignedOn.dat, whose sales these are. Status
      * "05" is the missing OPTIONAL file -- nobody signed on, and
      * the run's sales go down unattributed, with a warning so the
      * commission run's "(unattributed)" line can be explained.
       ReadSignedOnOperator.
           MOVE SPACES TO SaleOperatorId
           OPEN INPUT SignOnFile
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "05"
               MOVE "SignedOn.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF

           IF WS-FileStatus = "00"
               READ SignOnFile
                   NOT AT END
                       MOVE SO-OperatorId TO SaleOperatorId
               END-READ
           END-IF
           CLOSE SignOnFile

           IF SaleOperatorId = SPACES
               DISPLAY "Warning: nobody signed on - this run's sales "
                   "are unattributed"
           ELSE
               DISPLAY "Sales credited to operator "
                   FUNCTION TRIM(SaleOperatorId)
           END-IF.

      * Captures the sale just turned away as an open backorder, so
      * the demand is on record and GoodsReceived can fill it when
      * the next delivery of this gadget lands.
           MOVE SL-QtySold TO BO-QtyWanted
           SET BO-Open TO TRUE
           MOVE ZEROS TO BO-FilledRunId
           MOVE SaleOperatorId TO BO-OperatorId
           MOVE ZEROS TO BO-WebOrderNumber
           WRITE BackorderRec
           MOVE "Backorders.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus
           DISPLAY "  Backorder captured for " SL-QtySold
               " of GadgedID " SL-GadgedID
           IF SubstRegisterPresent
               PERFORM ShowInStockSubstitutes
           END-IF.

      * Lists the successor and alternatives keyed against the
      * turned-away gadget that have sellable stock now (after open
      * holds), so the customer can be offered one at the till. The
      * gadget's own record is put back afterwards.
       ShowInStockSubstitutes.
           MOVE StockRecord TO SubstSavedStock
           MOVE GadgedID TO SubstForGadget
           MOVE ZEROS TO SubstShownCount

           MOVE SubstForGadget TO SB-GadgedID
           MOVE ZEROS TO SB-AltGadgedID
           START SubstituteFile KEY NOT LESS THAN SB-Key
               INVALID KEY
                   SET EndOfGadgetSubstitutes TO TRUE
           END-START

           IF NOT EndOfGadgetSubstitutes
               READ SubstituteFile NEXT RECORD
                   AT END SET EndOfGadgetSubstitutes TO TRUE
               END-READ
               MOVE "GadgetSubstitutes.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF

           PERFORM UNTIL EndOfGadgetSubstitutes
               IF SB-GadgedID NOT = SubstForGadget
                   SET EndOfGadgetSubstitutes TO TRUE
               ELSE
                   PERFORM ShowOneSubstitute
                   READ SubstituteFile NEXT RECORD
                       AT END SET EndOfGadgetSubstitutes TO TRUE
                   END-READ
                   MOVE "GadgetSubstitutes.dat" TO WS-FileStatusName
                   PERFORM CheckFileStatus
               END-IF
           END-PERFORM

      * Drop the end-of-file level-88 back off so the next list's
      * first READ isn't mistaken for at-end.
           MOVE SPACES TO GadgetSubstituteRec
           MOVE SubstSavedStock TO StockRecord.

       ShowOneSubstitute.
           MOVE SB-AltGadgedID TO GadgedID
           READ StockFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT StockDelisted
                       PERFORM FindReservedQty
                       IF QtyInStock > ReservedQtyForSale
                           COMPUTE SubstSellableQty =
                               QtyInStock - ReservedQtyForSale
                           ADD 1 TO SubstShownCount
                           IF SB-Successor
                               DISPLAY "  In stock instead: successor "
                                   GadgedID " " GadgetName " - "
                                   SubstSellableQty " sellable at "
                                   Price
                           ELSE
                               DISPLAY "  In stock instead: "
                                   "alternative " GadgedID " "
                                   GadgetName " - " SubstSellableQty
                                   " sellable at " Price
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      * Ledgers the sale just applied as a negative Sale movement on
      * the shared stock-movement ledger.
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
