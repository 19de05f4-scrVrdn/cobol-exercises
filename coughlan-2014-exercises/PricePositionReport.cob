       IDENTIFICATION DIVISION.
       PROGRAM-ID. PricePositionReport.
       AUTHOR. io.github.scrvrdn.
      * Where our shelf prices stand against the competitors the
      * fortnightly survey watches. For every gadget surveyed, each
      * competitor's latest observation on CompetitorPrices.dat is
      * taken and the cheapest of those set against what we charge
      * today -- the promotion price from Promotions.dat when one is
      * live, the base Price otherwise. Gadgets are listed by
      * category, and any where we are dearer than the cheapest
      * competitor by more than PRICE-POSITION-PCT (default 5%) are
      * flagged, so the buyer can pick what to take to PriceApproval.
      * Nothing is repriced from here.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CompetitorPriceFile
               ASSIGN TO "CompetitorPrices.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

           SELECT StockFile ASSIGN TO "GadgetStock.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GadgedID
               FILE STATUS IS WS-FileStatus.

      * OPTIONAL: a shop running no promotions has no file, and every
      * gadget is then compared at its base Price.
           SELECT OPTIONAL PromotionFile ASSIGN TO "Promotions.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-GadgedID
               FILE STATUS IS WS-FileStatus.

           SELECT CategoryFile ASSIGN TO "CategoryMaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CategoryCode
               FILE STATUS IS WS-FileStatus.

           SELECT PositionRpt ASSIGN TO "PricePosition.rpt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

           SELECT SortWorkFile ASSIGN TO "PricePositionSort.dat".

      * The site's standing operational knobs, for the dearer-than
      * threshold. OPTIONAL: a missing file leaves the compiled
      * default standing.
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

       FD CompetitorPriceFile.
           COPY COMPPRC.

       FD StockFile.
           COPY STOCKREC.

       FD PromotionFile.
           COPY PROMREC.

       FD CategoryFile.
           COPY CATREC.

       FD PositionRpt.
       01 PrintLine PIC X(90).

       FD SiteParamFile.
           COPY SITEPARM.

      * One record per competitor's latest observation of a gadget,
      * sorted so the cheapest competitor comes first within each
      * gadget.
       SD SortWorkFile.
       01 SortWorkRec.
           02 SW-CategoryCode PIC 9(2).
           02 SW-GadgedID PIC 9(6).
           02 SW-ObservedPrice PIC 9(4)V99.
           02 SW-CompetitorCode PIC X(4).
           02 SW-SurveyDate PIC 9(8).

       WORKING-STORAGE SECTION.
       01 BusinessToday PIC 9(8) VALUE ZEROS.
       COPY FILESTAT.
       COPY RPTHEAD.

      * How much dearer than the cheapest competitor we may be before
      * the gadget is flagged. Overridable via SiteParams
      * (PRICE-POSITION-PCT).
       01 DearerThresholdPct PIC 9(3) VALUE 5.

      * Each competitor's latest observation per gadget -- a later
      * survey replaces an earlier one, whatever the price did.
       01 MaxLatest PIC 9(4) VALUE 3000.
       01 LatestTable.
           02 NumLatest PIC 9(4) VALUE ZERO.
           02 LatestEntry OCCURS 0 TO 3000 TIMES
                    DEPENDING ON NumLatest
                    INDEXED BY Latest-Idx.
              03 LT-CompetitorCode PIC X(4).
              03 LT-GadgedID PIC 9(6).
              03 LT-ObservedPrice PIC 9(4)V99.
              03 LT-SurveyDate PIC 9(8).
       01 LatestTableFullFlag PIC X VALUE "N".
           88 LatestTableFull VALUE "Y".
       01 FoundLatestIdx PIC 9(4).
       01 LatestSub PIC 9(4).

       01 SortDrainedFlag PIC X VALUE "N".
           88 SortDrained VALUE "Y".
       01 CategoryOpenFlag PIC X VALUE "N".
           88 CategoryOpen VALUE "Y".
       01 PromoLiveFlag PIC X.
           88 PromoLive VALUE "Y".

       01 CurrentCategory PIC 9(2).
       01 CurrentGadgedID PIC 9(6).
       01 OurPrice PIC 9(4)V99.
       01 DearerPct PIC S9(5)V9.

       01 CategorySurveyed PIC 9(5).
       01 CategoryDearer PIC 9(5).
       01 GadgetsSurveyed PIC 9(5) VALUE ZERO.
       01 GadgetsDearer PIC 9(5) VALUE ZERO.
       01 ObservationsRead PIC 9(6) VALUE ZERO.
       01 NotOnStockCount PIC 9(5) VALUE ZERO.

       01 ReportHeading PIC X(40)
           VALUE "Price Position Against Competitors".
       01 ThresholdLine.
           02 FILLER PIC X(34)
               VALUE "Flagged where dearer by more than".
           02 TL-Pct PIC ZZ9.
           02 FILLER PIC X VALUE "%".
       01 CategoryHeadLine.
           02 FILLER PIC X(9) VALUE "Category ".
           02 CH-CategoryCode PIC 99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 CH-CategoryName PIC X(20).
       01 PositionColHeads.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(8) VALUE "Gadget".
           02 FILLER PIC X(22) VALUE "GadgetName".
           02 FILLER PIC X(10) VALUE "Ours".
           02 FILLER PIC X(11) VALUE "Cheapest".
           02 FILLER PIC X(6) VALUE "Comp".
           02 FILLER PIC X(10) VALUE "Seen".
           02 FILLER PIC X(9) VALUE "Diff %".
           02 FILLER PIC X(6) VALUE "Flag".
       01 PositionLine.
           02 FILLER PIC X(4) VALUE SPACES.
           02 PL-GadgedID PIC 9(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 PL-GadgetName PIC X(20).
           02 FILLER PIC X(2) VALUE SPACES.
           02 PL-OurPrice PIC Z,ZZ9.99.
           02 PL-PromoMark PIC X.
           02 FILLER PIC X(2) VALUE SPACES.
           02 PL-Cheapest PIC Z,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 PL-Competitor PIC X(4).
           02 FILLER PIC X(2) VALUE SPACES.
           02 PL-SurveyDate PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 PL-DearerPct PIC -ZZZ9.9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 PL-Flag PIC X(6).
       01 CategoryTotalLine.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(10) VALUE "Surveyed: ".
           02 CT-Surveyed PIC ZZZZ9.
           02 FILLER PIC X(10) VALUE "  dearer: ".
           02 CT-Dearer PIC ZZZZ9.
       01 PromoNoteLine PIC X(50)
           VALUE "* our price is a live promotion price".
       01 NoSurveyLine PIC X(40)
           VALUE "  (no competitor prices on file)".
       01 PositionSummary.
           02 FILLER PIC X(18) VALUE "Gadgets surveyed: ".
           02 PS-Surveyed PIC ZZZZ9.
           02 FILLER PIC X(12) VALUE "   dearer: ".
           02 PS-Dearer PIC ZZZZ9.

       PROCEDURE DIVISION.
       Main.
           PERFORM GetBusinessDate
           PERFORM LoadSiteParams
           PERFORM LoadLatestObservations

           OPEN INPUT StockFile
           MOVE "GadgetStock.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

      * Status "05" is the missing OPTIONAL promotions file.
           OPEN INPUT PromotionFile
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "05"
               MOVE "Promotions.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF

           OPEN INPUT CategoryFile
           IF WS-FileStatus = "35"
               DISPLAY "Warning: no CategoryMaster.dat - category "
                   "names will be blank"
           END-IF

           OPEN OUTPUT PositionRpt
           MOVE "PricePosition.rpt" TO WS-FileStatusName
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
           MOVE DearerThresholdPct TO TL-Pct
           WRITE PrintLine FROM ThresholdLine AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus

           SORT SortWorkFile
               ON ASCENDING KEY SW-CategoryCode SW-GadgedID
                                SW-ObservedPrice
               INPUT PROCEDURE IS ReleaseLatestObservations
               OUTPUT PROCEDURE IS BreakOnCategories

           MOVE "PricePosition.rpt" TO WS-FileStatusName
           IF GadgetsSurveyed = 0
               WRITE PrintLine FROM NoSurveyLine
                   AFTER ADVANCING 2 LINES
               PERFORM CheckFileStatus
           ELSE
               WRITE PrintLine FROM PromoNoteLine
                   AFTER ADVANCING 2 LINES
               PERFORM CheckFileStatus
           END-IF

           MOVE GadgetsSurveyed TO PS-Surveyed
           MOVE GadgetsDearer TO PS-Dearer
           WRITE PrintLine FROM PositionSummary
               AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus

           CLOSE StockFile
           CLOSE PromotionFile
           CLOSE CategoryFile
           CLOSE PositionRpt

           DISPLAY "Observations read:  " ObservationsRead
           DISPLAY "Gadgets surveyed:   " GadgetsSurveyed
           DISPLAY "Dearer than " DearerThresholdPct "%:   "
               GadgetsDearer
           IF NotOnStockCount > 0
               DISPLAY "Observations of gadgets no longer stocked: "
                   NotOnStockCount
           END-IF
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
               IF SP-ParamName = "PRICE-POSITION-PCT"
                  AND FUNCTION TEST-NUMVAL(SP-ParamValue) = 0
                   COMPUTE DearerThresholdPct =
                       FUNCTION NUMVAL(SP-ParamValue)
               END-IF

               READ SiteParamFile
                   AT END SET EndOfSiteParams TO TRUE
               END-READ
           END-PERFORM

           CLOSE SiteParamFile.

      * Reduces the survey history to each competitor's latest
      * observation of each gadget. A missing file just means no
      * survey has been keyed yet.
       LoadLatestObservations.
           OPEN INPUT CompetitorPriceFile
           IF WS-FileStatus = "35"
               CONTINUE
           ELSE
               MOVE "CompetitorPrices.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus

               READ CompetitorPriceFile
                   AT END SET EndOfCompetitorPrices TO TRUE
               END-READ
               PERFORM CheckFileStatus

               PERFORM UNTIL EndOfCompetitorPrices
                   ADD 1 TO ObservationsRead
                   PERFORM NoteObservation

                   READ CompetitorPriceFile
                       AT END SET EndOfCompetitorPrices TO TRUE
                   END-READ
                   PERFORM CheckFileStatus
               END-PERFORM

               CLOSE CompetitorPriceFile
           END-IF.

       NoteObservation.
           MOVE ZEROS TO FoundLatestIdx
           SET Latest-Idx TO 1
           SEARCH LatestEntry
               AT END CONTINUE
               WHEN LT-CompetitorCode(Latest-Idx) = CP-CompetitorCode
                AND LT-GadgedID(Latest-Idx) = CP-GadgedID
                   SET FoundLatestIdx TO Latest-Idx
           END-SEARCH

           IF FoundLatestIdx = 0
               IF NumLatest < MaxLatest
                   ADD 1 TO NumLatest
                   MOVE NumLatest TO FoundLatestIdx
                   MOVE CP-CompetitorCode
                       TO LT-CompetitorCode(FoundLatestIdx)
                   MOVE CP-GadgedID TO LT-GadgedID(FoundLatestIdx)
                   MOVE ZEROS TO LT-SurveyDate(FoundLatestIdx)
               ELSE
                   IF NOT LatestTableFull
                       DISPLAY "Warning: observation table full at "
                           MaxLatest " competitor/gadget pairs - "
                           "later pairs not reported"
                       SET LatestTableFull TO TRUE
                   END-IF
               END-IF
           END-IF

           IF FoundLatestIdx > 0
               IF CP-SurveyDate NOT < LT-SurveyDate(FoundLatestIdx)
                   MOVE CP-SurveyDate TO LT-SurveyDate(FoundLatestIdx)
                   MOVE CP-ObservedPrice
                       TO LT-ObservedPrice(FoundLatestIdx)
               END-IF
           END-IF.

      * Releases each latest observation under the gadget's current
      * category. A gadget since removed or delisted has nothing on
      * the shelf to compare and is left out.
       ReleaseLatestObservations.
           PERFORM VARYING LatestSub FROM 1 BY 1
                   UNTIL LatestSub > NumLatest
               MOVE LT-GadgedID(LatestSub) TO GadgedID
               READ StockFile
                   INVALID KEY
                       ADD 1 TO NotOnStockCount
                   NOT INVALID KEY
                       IF StockDelisted
                           ADD 1 TO NotOnStockCount
                       ELSE
                           MOVE CategoryCode TO SW-CategoryCode
                           MOVE GadgedID TO SW-GadgedID
                           MOVE LT-ObservedPrice(LatestSub)
                               TO SW-ObservedPrice
                           MOVE LT-CompetitorCode(LatestSub)
                               TO SW-CompetitorCode
                           MOVE LT-SurveyDate(LatestSub)
                               TO SW-SurveyDate
                           RELEASE SortWorkRec
                       END-IF
               END-READ
               IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
                  MOVE "GadgetStock.dat" TO WS-FileStatusName
                  PERFORM CheckFileStatus
               END-IF
           END-PERFORM.

      * Walks the sorted observations breaking on category and on
      * gadget. The first record of each gadget is its cheapest
      * competitor; the rest of the gadget's records are passed over.
       BreakOnCategories.
           RETURN SortWorkFile
               AT END SET SortDrained TO TRUE
           END-RETURN

           PERFORM UNTIL SortDrained
               IF NOT CategoryOpen
                   PERFORM OpenCategoryGroup
               ELSE
                   IF SW-CategoryCode NOT = CurrentCategory
                       PERFORM CloseCategoryGroup
                       PERFORM OpenCategoryGroup
                   END-IF
               END-IF

               IF SW-GadgedID NOT = CurrentGadgedID
                   PERFORM WritePositionLine
               END-IF

               RETURN SortWorkFile
                   AT END SET SortDrained TO TRUE
               END-RETURN
           END-PERFORM

           IF CategoryOpen
               PERFORM CloseCategoryGroup
           END-IF.

       OpenCategoryGroup.
           SET CategoryOpen TO TRUE
           MOVE SW-CategoryCode TO CurrentCategory
           MOVE ZEROS TO CurrentGadgedID
           MOVE ZEROS TO CategorySurveyed
           MOVE ZEROS TO CategoryDearer

           MOVE SPACES TO CH-CategoryName
           MOVE SW-CategoryCode TO CM-CategoryCode
           READ CategoryFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CM-CategoryName TO CH-CategoryName
           END-READ
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
              AND WS-FileStatus NOT = "47"
              MOVE "CategoryMaster.dat" TO WS-FileStatusName
              PERFORM CheckFileStatus
           END-IF

           MOVE SW-CategoryCode TO CH-CategoryCode
           MOVE "PricePosition.rpt" TO WS-FileStatusName
           WRITE PrintLine FROM CategoryHeadLine
               AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus
           WRITE PrintLine FROM PositionColHeads AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus.

      * Our price today against the gadget's cheapest competitor,
      * as a percentage of theirs -- negative where we are cheaper.
       WritePositionLine.
           MOVE SW-GadgedID TO CurrentGadgedID
           ADD 1 TO CategorySurveyed
           ADD 1 TO GadgetsSurveyed

           MOVE SW-GadgedID TO GadgedID
           READ StockFile
               INVALID KEY
                   MOVE ZEROS TO Price
                   MOVE SPACES TO GadgetName
           END-READ
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
              MOVE "GadgetStock.dat" TO WS-FileStatusName
              PERFORM CheckFileStatus
           END-IF
           PERFORM FindOurPrice

           COMPUTE DearerPct ROUNDED =
               (OurPrice - SW-ObservedPrice) * 100 / SW-ObservedPrice
               ON SIZE ERROR
                   MOVE 9999.9 TO DearerPct
           END-COMPUTE

           MOVE SW-GadgedID TO PL-GadgedID
           MOVE GadgetName TO PL-GadgetName
           MOVE OurPrice TO PL-OurPrice
           MOVE SPACE TO PL-PromoMark
           IF PromoLive
               MOVE "*" TO PL-PromoMark
           END-IF
           MOVE SW-ObservedPrice TO PL-Cheapest
           MOVE SW-CompetitorCode TO PL-Competitor
           MOVE SW-SurveyDate TO PL-SurveyDate
           MOVE DearerPct TO PL-DearerPct
           MOVE SPACES TO PL-Flag
           IF DearerPct > DearerThresholdPct
               MOVE "DEARER" TO PL-Flag
               ADD 1 TO CategoryDearer
               ADD 1 TO GadgetsDearer
           END-IF
           MOVE "PricePosition.rpt" TO WS-FileStatusName
           WRITE PrintLine FROM PositionLine AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus.

      * The price a customer would pay today: the promotion price
      * while its window covers the business date, the base Price
      * otherwise -- the same rule PointOfSale charges by.
       FindOurPrice.
           MOVE "N" TO PromoLiveFlag
           MOVE Price TO OurPrice

           MOVE SW-GadgedID TO PR-GadgedID
           READ PromotionFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF BusinessToday NOT < PR-StartDate
                      AND BusinessToday NOT > PR-EndDate
                       SET PromoLive TO TRUE
                       MOVE PR-PromoPrice TO OurPrice
                   END-IF
           END-READ

           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
              AND WS-FileStatus NOT = "05"
              AND WS-FileStatus NOT = "49"
              MOVE "Promotions.dat" TO WS-FileStatusName
              PERFORM CheckFileStatus
           END-IF.

       CloseCategoryGroup.
           MOVE CategorySurveyed TO CT-Surveyed
           MOVE CategoryDearer TO CT-Dearer
           MOVE "PricePosition.rpt" TO WS-FileStatusName
           WRITE PrintLine FROM CategoryTotalLine
               AFTER ADVANCING 1 LINE
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
