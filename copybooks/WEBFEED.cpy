      * Web product feed record layout: the nightly extract
      * WebFeedExport hands the website, one detail per gadget on
      * sale, between a header naming the feed and a control
      * trailer the web team checks before loading it. The full
      * feed (WebFeedFull.dat) carries every active gadget; the
      * changes feed (WebFeedChanges.dat) only what was added,
      * changed, or removed since the feed before, with the date of
      * that feed in its header so a skipped night shows. Prices
      * are as they stand on WF-FeedDate, the trading day the feed
      * is for.
       01 WebFeedRec.
           02 WF-RecordType PIC X.
               88 WF-Header VALUE "H".
               88 WF-Detail VALUE "D".
               88 WF-Trailer VALUE "T".
           02 WF-HeaderData.
              03 WF-FeedType PIC X.
                  88 WF-FullFeed VALUE "F".
                  88 WF-ChangesFeed VALUE "C".
              03 WF-FeedDate PIC 9(8).
      * On the changes feed, the date of the feed the changes are
      * measured from; zero when there was none and every gadget
      * is sent as an addition.
              03 WF-PriorFeedDate PIC 9(8).
              03 FILLER PIC X(63).
           02 WF-DetailData REDEFINES WF-HeaderData.
      * Changes feed only: (A)dded to the web, (U)pdated, or (D)ue
      * to come off it. Blank on the full feed.
              03 WF-ChangeAction PIC X.
                  88 WF-AddedGadget VALUE "A".
                  88 WF-UpdatedGadget VALUE "U".
                  88 WF-RemovedGadget VALUE "D".
              03 WF-GadgedID PIC 9(6).
              03 WF-FeedValues.
                 04 WF-GadgetName PIC X(30).
                 04 WF-CategoryCode PIC 9(2).
                 04 WF-CategoryName PIC X(20).
      * What the till charges on the feed date -- the promotion
      * price while one is live -- beside the list price, so the
      * web can show the saving.
                 04 WF-SellingPrice PIC 9(4)V99.
                 04 WF-ListPrice PIC 9(4)V99.
                 04 WF-PromoEndDate PIC 9(8).
      * Sellable stock after open customer holds and open
      * backorders: (I)n stock, (L)ow -- under the WEB-LOW-STOCK-QTY
      * knob -- or (O)ut of stock.
                 04 WF-Availability PIC X.
                     88 WF-InStock VALUE "I".
                     88 WF-LowStock VALUE "L".
                     88 WF-OutOfStock VALUE "O".
           02 WF-TrailerData REDEFINES WF-HeaderData.
              03 WF-DetailCount PIC 9(6).
      * Sums over the details, for the web team's load check.
              03 WF-PriceHash PIC 9(10)V99.
              03 WF-GadgetHash PIC 9(12).
              03 FILLER PIC X(50).
