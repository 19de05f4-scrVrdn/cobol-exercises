       IDENTIFICATION DIVISION.
       PROGRAM-ID. WebFeedExport.
       AUTHOR. io.github.scrvrdn.
      * Nightly product and availability feed for the website, so the
      * web's prices and stock flags follow the shop's instead of
      * being keyed across by hand off GadgetInquiry. Every gadget
      * not delisted goes out with its name, its category's name off
      * CategoryMaster.dat, the price the till will charge on the
      * trading day after the business day the cycle closes (the
      * promotion price off Promotions.dat when one is live that
      * day), and an availability band: QtyInStock less the units
      * promised to open customer holds and open backorders, banded
      * against the WEB-LOW-STOCK-QTY knob (SiteParams.dat, default
      * 5).
      *
      * Two files go to the web team, each between a header and a
      * control trailer (WEBFEED): WebFeedFull.dat with every
      * gadget, and WebFeedChanges.dat with only the gadgets added,
      * changed, or gone since the last feed. The last feed is kept
      * as WebFeedLast.dat and compared gadget by gadget, both
      * files running in GadgedID order; it is only replaced once
      * this run's feeds are complete, so a failed run leaves the
      * next one measuring from the last feed actually sent.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StockFile ASSIGN TO "GadgetStock.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GadgedID
               FILE STATUS IS WS-FileStatus.

           SELECT CategoryFile ASSIGN TO "CategoryMaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CategoryCode
               FILE STATUS IS WS-FileStatus.

      * OPTIONAL: with no promotions every gadget goes at list.
           SELECT OPTIONAL PromotionFile ASSIGN TO "Promotions.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-GadgedID
               FILE STATUS IS WS-FileStatus.

      * Open customer holds and open backorders, both claims on the
      * stock the web would otherwise offer. OPTIONAL: a site may
      * have neither.
           SELECT OPTIONAL ReservationFile
               ASSIGN TO "Reservations.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

           SELECT OPTIONAL BackorderFile ASSIGN TO "Backorders.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

      * The last feed sent. OPTIONAL: the first run has none, and
      * every gadget goes on the changes feed as an addition.
           SELECT OPTIONAL LastFeedFile ASSIGN TO "WebFeedLast.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

           SELECT FullFeedFile ASSIGN TO "WebFeedFull.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

           SELECT ChangesFeedFile ASSIGN TO "WebFeedChanges.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

      * The site's standing operational knobs, for the low-stock
      * band. OPTIONAL: a missing file leaves the compiled default
      * standing.
           SELECT OPTIONAL SiteParamFile ASSIGN TO "SiteParams.dat"
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

       FD StockFile.
           COPY STOCKREC.

       FD CategoryFile.
           COPY CATREC.

       FD PromotionFile.
           COPY PROMREC.

       FD ReservationFile.
           COPY RESVREC.

       FD BackorderFile.
           COPY BACKORD.

      * The feed files are written from, and the last feed read
      * into, the WEBFEED layouts in WORKING-STORAGE.
       FD LastFeedFile.
       01 LastFeedLine PIC X(81).

       FD FullFeedFile.
       01 FullFeedLine PIC X(81).

       FD ChangesFeedFile.
       01 ChangesFeedLine PIC X(81).

       FD SiteParamFile.
           COPY SITEPARM.

       WORKING-STORAGE SECTION.
       01 BusinessToday PIC 9(8) VALUE ZEROS.
       COPY FILESTAT.
       COPY WEBFEED.

      * The last feed's record as read, laid out as WEBFEED.
       01 LastFeedRec.
           02 LF-RecordType PIC X.
               88 LF-Header VALUE "H".
               88 LF-Detail VALUE "D".
           02 LF-HeaderData.
              03 LF-FeedType PIC X.
              03 LF-FeedDate PIC 9(8).
              03 FILLER PIC X(71).
           02 LF-DetailData REDEFINES LF-HeaderData.
              03 LF-ChangeAction PIC X.
              03 LF-GadgedID PIC 9(6).
              03 LF-FeedValues PIC X(73).
       01 EndOfLastFeedFlag PIC X VALUE "N".
           88 EndOfLastFeed VALUE "Y".
       01 LastFeedDate PIC 9(8) VALUE ZEROS.

      * Under this many sellable units a gadget shows as low stock.
      * Overridable via SiteParams.
       01 WebLowStockQty PIC 9(4) VALUE 5.

       01 FeedDate PIC 9(8).

      * Each category's name, subscripted by category code + 1.
       01 CategoryNameTable.
           02 CT-CategoryName PIC X(20) OCCURS 100 TIMES.
       01 CategorySub PIC 9(3).

      * Units promised per gadget -- open holds and open backorders
      * summed -- loaded once up front.
       01 MaxHeldGadgets PIC 9(4) VALUE 1000.
       01 HeldTable.
           02 NumHeldGadgets PIC 9(4) VALUE ZERO.
           02 HeldEntry OCCURS 0 TO 1000 TIMES
                    DEPENDING ON NumHeldGadgets
                    INDEXED BY Held-Idx.
              03 HT-GadgedID PIC 9(6).
              03 HT-QtyHeld PIC 9(6).
       01 HeldTableFullFlag PIC X VALUE "N".
           88 HeldTableFull VALUE "Y".
       01 HeldGadget PIC 9(6).
       01 HeldQty PIC 9(6).
       01 SellableQty PIC S9(7).

      * The gadget's feed values as built, kept apart from the record
      * area so they survive the writes around them.
       01 CurrentGadget PIC 9(6).
       01 CurrentValues PIC X(73).

       01 FullCount PIC 9(6) VALUE ZERO.
       01 FullPriceHash PIC 9(10)V99 VALUE ZERO.
       01 FullGadgetHash PIC 9(12) VALUE ZERO.
       01 ChangeCount PIC 9(6) VALUE ZERO.
       01 ChangePriceHash PIC 9(10)V99 VALUE ZERO.
       01 ChangeGadgetHash PIC 9(12) VALUE ZERO.
       01 AddedCount PIC 9(6) VALUE ZERO.
       01 UpdatedCount PIC 9(6) VALUE ZERO.
       01 RemovedCount PIC 9(6) VALUE ZERO.
       01 PromoCount PIC 9(6) VALUE ZERO.
       01 OutOfStockCount PIC 9(6) VALUE ZERO.

       01 FeedCopyReturnCode PIC S9(9) COMP VALUE ZERO.

       PROCEDURE DIVISION.
       Main.
           PERFORM GetBusinessDate
           COMPUTE FeedDate = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(BusinessToday) + 1)
           PERFORM LoadSiteParams
           PERFORM LoadCategoryNames
           PERFORM LoadHeldQuantities

           OPEN INPUT StockFile
           MOVE "GadgetStock.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

      * Status "05" is the missing OPTIONAL promotions file.
           OPEN INPUT PromotionFile
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "05"
               MOVE "Promotions.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF

           OPEN INPUT LastFeedFile
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "05"
               MOVE "WebFeedLast.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF
           PERFORM ReadLastFeed
           IF NOT EndOfLastFeed AND LF-Header
               MOVE LF-FeedDate TO LastFeedDate
           END-IF
           PERFORM ReadLastFeedDetail

           OPEN OUTPUT FullFeedFile
           MOVE "WebFeedFull.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus
           OPEN OUTPUT ChangesFeedFile
           MOVE "WebFeedChanges.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           MOVE SPACES TO WebFeedRec
           SET WF-Header TO TRUE
           SET WF-FullFeed TO TRUE
           MOVE FeedDate TO WF-FeedDate
           MOVE ZEROS TO WF-PriorFeedDate
           WRITE FullFeedLine FROM WebFeedRec
           MOVE "WebFeedFull.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus
           SET WF-ChangesFeed TO TRUE
           MOVE LastFeedDate TO WF-PriorFeedDate
           WRITE ChangesFeedLine FROM WebFeedRec
           MOVE "WebFeedChanges.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           READ StockFile NEXT RECORD
               AT END SET EndOfStockFile TO TRUE
           END-READ
           MOVE "GadgetStock.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           PERFORM UNTIL EndOfStockFile
               IF NOT StockDelisted
                   PERFORM BuildFeedDetail
                   PERFORM WriteFullDetail
                   PERFORM CompareWithLastFeed
               END-IF

               READ StockFile NEXT RECORD
                   AT END SET EndOfStockFile TO TRUE
               END-READ
               MOVE "GadgetStock.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-PERFORM

      * Whatever is left of the last feed is off the web now.
           PERFORM UNTIL EndOfLastFeed
               PERFORM WriteRemoval
               PERFORM ReadLastFeedDetail
           END-PERFORM

           MOVE SPACES TO WebFeedRec
           SET WF-Trailer TO TRUE
           MOVE FullCount TO WF-DetailCount
           MOVE FullPriceHash TO WF-PriceHash
           MOVE FullGadgetHash TO WF-GadgetHash
           WRITE FullFeedLine FROM WebFeedRec
           MOVE "WebFeedFull.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus
           MOVE ChangeCount TO WF-DetailCount
           MOVE ChangePriceHash TO WF-PriceHash
           MOVE ChangeGadgetHash TO WF-GadgetHash
           WRITE ChangesFeedLine FROM WebFeedRec
           MOVE "WebFeedChanges.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           CLOSE StockFile
           CLOSE PromotionFile
           CLOSE LastFeedFile
           CLOSE FullFeedFile
           CLOSE ChangesFeedFile

           CALL "SYSTEM" USING "cp WebFeedFull.dat WebFeedLast.dat"
               RETURNING FeedCopyReturnCode
           END-CALL
           IF FeedCopyReturnCode NOT = 0
               DISPLAY "Warning: WebFeedLast.dat not replaced - the "
                   "next changes feed will repeat tonight's changes"
           END-IF

           DISPLAY "Web feed for:        " FeedDate
           DISPLAY "Gadgets on the feed: " FullCount
           DISPLAY "  on promotion:      " PromoCount
           DISPLAY "  out of stock:      " OutOfStockCount
           DISPLAY "Changes since " LastFeedDate ": " ChangeCount
           DISPLAY "  added:             " AddedCount
           DISPLAY "  updated:           " UpdatedCount
           DISPLAY "  removed:           " RemovedCount
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

      * Reads the site parameter file, taking the knob this program
      * owns and leaving the compiled default for anything the file
      * doesn't carry. Status "05" is the missing OPTIONAL file.
       LoadSiteParams.
           OPEN INPUT SiteParamFile
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "05"
               MOVE "SiteParams.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF

           READ SiteParamFile
               AT END SET EndOfSiteParams TO TRUE
           END-READ

           PERFORM UNTIL EndOfSiteParams
               IF SP-ParamName = "WEB-LOW-STOCK-QTY"
                  AND FUNCTION TEST-NUMVAL(SP-ParamValue) = 0
                   COMPUTE WebLowStockQty =
                       FUNCTION NUMVAL(SP-ParamValue)
               END-IF

               READ SiteParamFile
                   AT END SET EndOfSiteParams TO TRUE
               END-READ
           END-PERFORM

           CLOSE SiteParamFile.

      * Every category's name, read once; with no master the web
      * gets a placeholder rather than a blank.
       LoadCategoryNames.
           PERFORM VARYING CategorySub FROM 1 BY 1
                   UNTIL CategorySub > 100
               MOVE "(uncategorized)" TO CT-CategoryName(CategorySub)
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

      * The open holds and open backorders, summed per gadget. Status
      * "05" is a missing OPTIONAL file.
       LoadHeldQuantities.
           OPEN INPUT ReservationFile
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "05"
               MOVE "Reservations.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF

           READ ReservationFile
               AT END SET EndOfReservations TO TRUE
           END-READ

           PERFORM UNTIL EndOfReservations
               IF RV-Open
                   MOVE RV-GadgedID TO HeldGadget
                   MOVE RV-QtyReserved TO HeldQty
                   PERFORM TallyHeldQty
               END-IF

               READ ReservationFile
                   AT END SET EndOfReservations TO TRUE
               END-READ
           END-PERFORM

           CLOSE ReservationFile

           OPEN INPUT BackorderFile
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "05"
               MOVE "Backorders.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF

           READ BackorderFile
               AT END SET EndOfBackorders TO TRUE
           END-READ

           PERFORM UNTIL EndOfBackorders
               IF BO-Open
                   MOVE BO-GadgedID TO HeldGadget
                   MOVE BO-QtyWanted TO HeldQty
                   PERFORM TallyHeldQty
               END-IF

               READ BackorderFile
                   AT END SET EndOfBackorders TO TRUE
               END-READ
           END-PERFORM

           CLOSE BackorderFile.

       TallyHeldQty.
           SET Held-Idx TO 1
           SEARCH HeldEntry
               AT END
                   IF NumHeldGadgets < MaxHeldGadgets
                       ADD 1 TO NumHeldGadgets
                       MOVE HeldGadget TO HT-GadgedID(NumHeldGadgets)
                       MOVE HeldQty TO HT-QtyHeld(NumHeldGadgets)
                   ELSE
                       IF NOT HeldTableFull
                           DISPLAY "Warning: held-stock table full "
                               "at " MaxHeldGadgets " gadgets - "
                               "later holds will not lower the web "
                               "availability"
                           SET HeldTableFull TO TRUE
                       END-IF
                   END-IF
               WHEN HT-GadgedID(Held-Idx) = HeldGadget
                   ADD HeldQty TO HT-QtyHeld(Held-Idx)
           END-SEARCH.

      * The current gadget's detail, into WebFeedRec and kept in
      * CurrentGadget and CurrentValues for the comparison.
       BuildFeedDetail.
           MOVE SPACES TO WebFeedRec
           SET WF-Detail TO TRUE
           MOVE SPACE TO WF-ChangeAction
           MOVE GadgedID TO WF-GadgedID
           MOVE GadgetName TO WF-GadgetName
           MOVE CategoryCode TO WF-CategoryCode
           COMPUTE CategorySub = CategoryCode + 1
           MOVE CT-CategoryName(CategorySub) TO WF-CategoryName
           MOVE Price TO WF-ListPrice
           MOVE Price TO WF-SellingPrice
           MOVE ZEROS TO WF-PromoEndDate

           MOVE GadgedID TO PR-GadgedID
           READ PromotionFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FeedDate NOT < PR-StartDate
                      AND FeedDate NOT > PR-EndDate
                       MOVE PR-PromoPrice TO WF-SellingPrice
                       MOVE PR-EndDate TO WF-PromoEndDate
                       ADD 1 TO PromoCount
                   END-IF
           END-READ
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
              AND WS-FileStatus NOT = "05" AND WS-FileStatus NOT = "49"
              MOVE "Promotions.dat" TO WS-FileStatusName
              PERFORM CheckFileStatus
           END-IF

           MOVE ZEROS TO HeldQty
           IF NumHeldGadgets > 0
               SET Held-Idx TO 1
               SEARCH HeldEntry
                   AT END CONTINUE
                   WHEN HT-GadgedID(Held-Idx) = GadgedID
                       MOVE HT-QtyHeld(Held-Idx) TO HeldQty
               END-SEARCH
           END-IF
           COMPUTE SellableQty = QtyInStock - HeldQty
           EVALUATE TRUE
               WHEN SellableQty NOT > 0
                   SET WF-OutOfStock TO TRUE
                   ADD 1 TO OutOfStockCount
               WHEN SellableQty < WebLowStockQty
                   SET WF-LowStock TO TRUE
               WHEN OTHER
                   SET WF-InStock TO TRUE
           END-EVALUATE

           MOVE WF-GadgedID TO CurrentGadget
           MOVE WF-FeedValues TO CurrentValues.

       WriteFullDetail.
           WRITE FullFeedLine FROM WebFeedRec
           MOVE "WebFeedFull.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus
           ADD 1 TO FullCount
           ADD WF-SellingPrice TO FullPriceHash
           ADD WF-GadgedID TO FullGadgetHash.

      * Matches the gadget against the last feed, which runs in the
      * same GadgedID order: last-feed gadgets passed over have come
      * off the web, a gadget the last feed also carried goes on the
      * changes feed only if something about it moved, and one it
      * didn't carry is new.
       CompareWithLastFeed.
           PERFORM UNTIL EndOfLastFeed
                      OR LF-GadgedID NOT < CurrentGadget
               PERFORM WriteRemoval
               PERFORM ReadLastFeedDetail
           END-PERFORM

           IF NOT EndOfLastFeed AND LF-GadgedID = CurrentGadget
               IF LF-FeedValues NOT = CurrentValues
                   SET WF-UpdatedGadget TO TRUE
                   PERFORM WriteChange
                   ADD 1 TO UpdatedCount
               END-IF
               PERFORM ReadLastFeedDetail
           ELSE
               SET WF-AddedGadget TO TRUE
               PERFORM WriteChange
               ADD 1 TO AddedCount
           END-IF.

      * A gadget on the last feed and not on this one -- delisted,
      * or gone from the stock file -- sent with its last values.
       WriteRemoval.
           MOVE SPACES TO WebFeedRec
           SET WF-Detail TO TRUE
           SET WF-RemovedGadget TO TRUE
           MOVE LF-GadgedID TO WF-GadgedID
           MOVE LF-FeedValues TO WF-FeedValues
           PERFORM WriteChange
           ADD 1 TO RemovedCount.

       WriteChange.
           WRITE ChangesFeedLine FROM WebFeedRec
           MOVE "WebFeedChanges.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus
           ADD 1 TO ChangeCount
           ADD WF-SellingPrice TO ChangePriceHash
           ADD WF-GadgedID TO ChangeGadgetHash.

       ReadLastFeed.
           READ LastFeedFile INTO LastFeedRec
               AT END SET EndOfLastFeed TO TRUE
           END-READ.

      * On to the last feed's next detail, past its header and
      * trailer.
       ReadLastFeedDetail.
           IF NOT EndOfLastFeed
               PERFORM ReadLastFeed
               PERFORM UNTIL EndOfLastFeed OR LF-Detail
                   PERFORM ReadLastFeed
               END-PERFORM
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
