       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReturnsQualityReport.
       AUTHOR. io.github.scrvrdn.
      * The returns quality review off ReturnsLog.dat: over a date
      * range, each gadget's returned quantity split by reason code
      * -- (F)aulty, (U)nwanted, (W)rong item -- set against the
      * units sold off SalesJournal.dat in the same range, giving a
      * return rate per gadget, rolled up per supplier and per
      * category. A gadget or supplier whose rate runs over
      * RETURN-RATE-MAX-PCT (SiteParams.dat, default 10 per cent)
      * is flagged for purchasing to raise with the supplier, so the
      * cheap charger half the customers bring back stops being
      * reordered on its sales alone.
      *
      * A rate on a handful of sales says nothing, so nothing is
      * flagged until it has sold at least RETURN-RATE-MIN-SOLD
      * units in the range (default 10). Backed-out runs' sales and
      * returns are discounted. A gadget is shown under its current
      * supplier and category off GadgetStock.dat.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OPTIONAL: a site with nothing journaled has sold nothing.
           SELECT OPTIONAL SalesJournalFile
               ASSIGN TO "SalesJournal.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

      * OPTIONAL: a site that has never taken a return back.
           SELECT OPTIONAL ReturnsLogFile ASSIGN TO "ReturnsLog.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

           SELECT StockFile ASSIGN TO "GadgetStock.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GadgedID
               FILE STATUS IS WS-FileStatus.

           SELECT SupplierFile ASSIGN TO "SupplierMaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SupplierID OF SupplierRecord
               FILE STATUS IS WS-FileStatus.

           SELECT CategoryFile ASSIGN TO "CategoryMaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CategoryCode
               FILE STATUS IS WS-FileStatus.

           SELECT ReturnsQualityRpt ASSIGN TO "ReturnsQuality.rpt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

      * Runs StockBackout has undone: their journal and log entries
      * are discounted. OPTIONAL since a site may never have backed
      * a run out.
           SELECT OPTIONAL BackedOutRunFile
               ASSIGN TO "BackedOutRuns.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

      * Each run's high-water mark on its fixed tables, for the
      * nightly capacity watch -- see CAPLOG.
           SELECT CapacityLogFile ASSIGN TO "CapacityLog.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

      * The site's standing operational knobs, for the tolerance and
      * the minimum sold before a rate is flagged. OPTIONAL: a
      * missing file leaves the compiled defaults standing.
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

       FD SalesJournalFile.
           COPY SALESJRN.

       FD ReturnsLogFile.
           COPY RETLOG.

       FD StockFile.
           COPY STOCKREC.

       FD SupplierFile.
           COPY SUPPREC.

       FD CategoryFile.
           COPY CATREC.

       FD ReturnsQualityRpt.
       01 PrintLine PIC X(100).

       FD BackedOutRunFile.
           COPY BAKOUTRG.

       FD CapacityLogFile.
           COPY CAPLOG.

       FD SiteParamFile.
           COPY SITEPARM.

       WORKING-STORAGE SECTION.
       01 BusinessToday PIC 9(8) VALUE ZEROS.
       COPY FILESTAT.
       COPY CAPLWS.
       COPY RPTHEAD.

      * Real page handling, same machinery as StockVelocityReport.
       01 RptLineCount PIC 9(3) VALUE ZERO.
       01 RptPageSize PIC 9(3) VALUE 60.
       01 RptAdvance PIC 9.
       01 PendingReportLine PIC X(100).
       01 FirstPageFlag PIC X VALUE "Y".
           88 FirstPage VALUE "Y".

      * A return rate over this percentage is flagged, once the
      * gadget or supplier has sold at least the minimum in the
      * range. Both overridable via SiteParams.
       01 ReturnRateTolerance PIC 9(3)V9 VALUE 10.0.
       01 ReturnRateMinSold PIC 9(5) VALUE 10.

      * The range reviewed, both ends inclusive. Enter on the end
      * takes today; Enter on the start takes the 90 days before
      * the end.
       01 PeriodFrom PIC 9(8) VALUE ZEROS.
       01 PeriodTo PIC 9(8) VALUE ZEROS.
       01 DefaultReviewDays PIC 9(3) VALUE 90.

      * Each gadget met in the range, kept in GadgedID order as met,
      * with its supplier, category and name off the stock file.
       01 MaxGadgets PIC 9(4) VALUE 2000.
       01 GadgetTable.
           02 NumGadgets PIC 9(4) VALUE ZERO.
           02 GadgetEntry OCCURS 0 TO 2000 TIMES
                    DEPENDING ON NumGadgets.
              03 GT-GadgedID PIC 9(6).
              03 GT-GadgetName PIC X(30).
              03 GT-SupplierID PIC 9(5).
              03 GT-CategoryCode PIC 9(2).
              03 GT-Sold PIC 9(7).
              03 GT-RetFaulty PIC 9(6).
              03 GT-RetUnwanted PIC 9(6).
              03 GT-RetWrongItem PIC 9(6).
       01 GadgetSub PIC 9(4).
       01 GadgetShiftSub PIC 9(4).
       01 GadgetTableFullFlag PIC X VALUE "N".
           88 GadgetTableFull VALUE "Y".
       01 LineGadget PIC 9(6).
       01 LineCategory PIC 9(2).

      * Each supplier's roll-up, kept in supplier-number order.
       01 MaxSuppliers PIC 9(3) VALUE 500.
       01 SupplierTable.
           02 NumSuppliers PIC 9(3) VALUE ZERO.
           02 SupplierEntry OCCURS 0 TO 500 TIMES
                    DEPENDING ON NumSuppliers.
              03 ST-SupplierID PIC 9(5).
              03 ST-Sold PIC 9(7).
              03 ST-RetFaulty PIC 9(6).
              03 ST-RetUnwanted PIC 9(6).
              03 ST-RetWrongItem PIC 9(6).
       01 SupplierSub PIC 9(3).
       01 ShiftSub PIC 9(3).
       01 SupplierTableFullFlag PIC X VALUE "N".
           88 SupplierTableFull VALUE "Y".
       01 LineSupplier PIC 9(5).

      * Each category's name and roll-up, subscripted by category
      * code + 1 (codes run 00-99).
       01 CategoryTable.
           02 CategoryEntry OCCURS 100 TIMES.
              03 CT-CategoryName PIC X(20).
              03 CT-Sold PIC 9(7).
              03 CT-RetFaulty PIC 9(6).
              03 CT-RetUnwanted PIC 9(6).
              03 CT-RetWrongItem PIC 9(6).
       01 CategorySub PIC 9(3).
       01 CategoryCodeOut PIC 99.

       01 TotalSold PIC 9(8) VALUE ZERO.
       01 TotalRetFaulty PIC 9(7) VALUE ZERO.
       01 TotalRetUnwanted PIC 9(7) VALUE ZERO.
       01 TotalRetWrongItem PIC 9(7) VALUE ZERO.
       01 GadgetsFlagged PIC 9(4) VALUE ZERO.
       01 SuppliersFlagged PIC 9(3) VALUE ZERO.
       01 BackedOutSkipped PIC 9(6) VALUE ZERO.

      * Figures for the report line being built, whichever view.
       01 RowSold PIC 9(8).
       01 RowRetFaulty PIC 9(7).
       01 RowRetUnwanted PIC 9(7).
       01 RowRetWrongItem PIC 9(7).
       01 RowReturned PIC 9(8).
       01 RowRate PIC 9(4)V9.
       01 RowRateOut PIC ZZZ9.9.
       01 RowFlaggedFlag PIC X.
           88 RowFlagged VALUE "Y".
      * Whether the view being printed is one whose lines are
      * flagged: gadgets and suppliers are, categories and the
      * total aren't.
       01 FlagThisViewFlag PIC X VALUE "N".
           88 FlagThisView VALUE "Y".

       01 ReportHeading PIC X(40)
           VALUE "Returns Quality Review".
       01 PeriodLine.
           02 FILLER PIC X(7) VALUE "Period ".
           02 PL-From PIC 9(8).
           02 FILLER PIC X(4) VALUE " to ".
           02 PL-To PIC 9(8).
           02 FILLER PIC X(18) VALUE " - flagged over ".
           02 PL-Tolerance PIC ZZ9.9.
           02 FILLER PIC X(20) VALUE "% on at least ".
           02 PL-MinSold PIC ZZZZ9.
           02 FILLER PIC X(5) VALUE " sold".
       01 GadgetTitle PIC X(20) VALUE "By gadget".
       01 SupplierTitle PIC X(20) VALUE "By supplier".
       01 CategoryTitle PIC X(20) VALUE "By category".
       01 QualityColHeads.
           02 FILLER PIC X(38) VALUE SPACES.
           02 FILLER PIC X(9) VALUE "     Sold".
           02 FILLER PIC X(8) VALUE "  Faulty".
           02 FILLER PIC X(8) VALUE "  Unwant".
           02 FILLER PIC X(8) VALUE "   Wrong".
           02 FILLER PIC X(9) VALUE " Returned".
           02 FILLER PIC X(8) VALUE "  Rate %".
       01 QualityLine.
           02 QL-Code PIC X(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 QL-Name PIC X(30).
           02 QL-Sold PIC Z,ZZZ,ZZ9.
           02 QL-RetFaulty PIC ZZZ,ZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 QL-RetUnwanted PIC ZZZ,ZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 QL-RetWrongItem PIC ZZZ,ZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 QL-Returned PIC Z,ZZZ,ZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 QL-Rate PIC X(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 QL-Flag PIC X(7).
       01 TotalTitle PIC X(7) VALUE "Total".
       01 NoActivityLine PIC X(50)
           VALUE "  (no sales or returns in this period)".
       01 FlaggedCountLine.
           02 FILLER PIC X(28) VALUE "Gadgets over tolerance:    ".
           02 FC-Gadgets PIC ZZZ9.
           02 FILLER PIC X(28) VALUE "    Suppliers over: ".
           02 FC-Suppliers PIC ZZ9.
       01 BackedOutLine.
           02 BL-Count PIC ZZZ,ZZ9.
           02 FILLER PIC X(50)
               VALUE " entr(ies) from backed-out runs excluded".

      * The backed-out runs register, loaded once so each journal
      * or log entry can be checked against it.
       01 BackedOutRuns.
           02 NumBackedOutRuns PIC 9(3) VALUE ZERO.
           02 BackedOutEntry OCCURS 0 TO 100 TIMES
                    DEPENDING ON NumBackedOutRuns
                    INDEXED BY BRun-Idx.
              03 KnownBackedOutRun PIC 9(14).
       01 RunBackedOutFlag PIC X.
           88 RunBackedOut VALUE "Y".
       01 BackedOutTableFullFlag PIC X VALUE "N".
           88 BackedOutTableFull VALUE "Y".
       01 CheckedRunId PIC 9(14).

       PROCEDURE DIVISION.
       Main.
           PERFORM GetBusinessDate
           PERFORM LoadSiteParams

           DISPLAY "Review to (CCYYMMDD, Enter for today) - "
               WITH NO ADVANCING
           ACCEPT PeriodTo
           IF PeriodTo = ZEROS
               MOVE BusinessToday TO PeriodTo
           END-IF
           DISPLAY "Review from (CCYYMMDD, Enter for 90 days back) - "
               WITH NO ADVANCING
           ACCEPT PeriodFrom
           IF PeriodFrom = ZEROS
               COMPUTE PeriodFrom = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(PeriodTo)
                       - DefaultReviewDays)
           END-IF
           IF PeriodFrom > PeriodTo
               DISPLAY "Period starts after it ends - run aborted"
               STOP RUN
           END-IF

           PERFORM LoadBackedOutRuns
           PERFORM LoadCategoryNames

           OPEN INPUT StockFile
           MOVE "GadgetStock.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           PERFORM AccumulateSales
           PERFORM AccumulateReturns

           CLOSE StockFile

           PERFORM RollUpGadgets

           OPEN INPUT SupplierFile
           MOVE "SupplierMaster.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN OUTPUT ReturnsQualityRpt
           MOVE "ReturnsQuality.rpt" TO WS-FileStatusName
           PERFORM CheckFileStatus

           PERFORM NewReportPage
           IF NumGadgets = 0
               MOVE NoActivityLine TO PrintLine
               MOVE 2 TO RptAdvance
               PERFORM WriteReportLine
           END-IF

           PERFORM PrintGadgetView
           PERFORM PrintSupplierView
           PERFORM PrintCategoryView

           MOVE TotalSold TO RowSold
           MOVE TotalRetFaulty TO RowRetFaulty
           MOVE TotalRetUnwanted TO RowRetUnwanted
           MOVE TotalRetWrongItem TO RowRetWrongItem
           MOVE SPACES TO QL-Code
           MOVE TotalTitle TO QL-Name
           MOVE 2 TO RptAdvance
           PERFORM WriteQualityLine

           MOVE GadgetsFlagged TO FC-Gadgets
           MOVE SuppliersFlagged TO FC-Suppliers
           MOVE FlaggedCountLine TO PrintLine
           MOVE 2 TO RptAdvance
           PERFORM WriteReportLine
           IF BackedOutSkipped > 0
               MOVE BackedOutSkipped TO BL-Count
               MOVE BackedOutLine TO PrintLine
               MOVE 1 TO RptAdvance
               PERFORM WriteReportLine
           END-IF

           CLOSE SupplierFile
           CLOSE ReturnsQualityRpt

           DISPLAY "Gadgets reviewed:        " NumGadgets
           DISPLAY "Gadgets over tolerance:  " GadgetsFlagged
           DISPLAY "Suppliers over tolerance: " SuppliersFlagged
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

      * Reads the site parameter file, taking the knobs this program
      * owns and leaving the compiled defaults for anything the file
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
               EVALUATE SP-ParamName
                   WHEN "RETURN-RATE-MAX-PCT"
                       IF FUNCTION TEST-NUMVAL(SP-ParamValue) = 0
                           COMPUTE ReturnRateTolerance =
                               FUNCTION NUMVAL(SP-ParamValue)
                       END-IF
                   WHEN "RETURN-RATE-MIN-SOLD"
                       IF FUNCTION TEST-NUMVAL(SP-ParamValue) = 0
                           COMPUTE ReturnRateMinSold =
                               FUNCTION NUMVAL(SP-ParamValue)
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE

               READ SiteParamFile
                   AT END SET EndOfSiteParams TO TRUE
               END-READ
           END-PERFORM

           CLOSE SiteParamFile.

      * Every category's name, read once; with no master the codes
      * print alone.
       LoadCategoryNames.
           PERFORM VARYING CategorySub FROM 1 BY 1
                   UNTIL CategorySub > 100
               MOVE "(not on category master)"
                   TO CT-CategoryName(CategorySub)
               MOVE ZEROS TO CT-Sold(CategorySub)
               MOVE ZEROS TO CT-RetFaulty(CategorySub)
               MOVE ZEROS TO CT-RetUnwanted(CategorySub)
               MOVE ZEROS TO CT-RetWrongItem(CategorySub)
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

      * Units sold in the range, per gadget. Voucher issues (no
      * gadget) aren't goods, and backed-out runs' sales don't
      * count.
       AccumulateSales.
           OPEN INPUT SalesJournalFile
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "05"
               MOVE "SalesJournal.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF

           READ SalesJournalFile
               AT END SET EndOfSalesJournal TO TRUE
           END-READ

           PERFORM UNTIL EndOfSalesJournal
               IF SJ-SaleDate NOT < PeriodFrom
                  AND SJ-SaleDate NOT > PeriodTo
                  AND SJ-GadgedID > 0
                   MOVE SJ-RunId TO CheckedRunId
                   PERFORM CheckRunBackedOut
                   IF RunBackedOut
                       ADD 1 TO BackedOutSkipped
                   ELSE
                       MOVE SJ-GadgedID TO LineGadget
                       MOVE SJ-CategoryCode TO LineCategory
                       PERFORM FindGadget
                       IF GadgetSub > 0
                           ADD SJ-QtySold TO GT-Sold(GadgetSub)
                       END-IF
                   END-IF
               END-IF

               READ SalesJournalFile
                   AT END SET EndOfSalesJournal TO TRUE
               END-READ
           END-PERFORM

           CLOSE SalesJournalFile.

      * Units returned in the range, per gadget and reason. A log
      * record from before the run id was carried can't be tied to
      * a run, and counts.
       AccumulateReturns.
           OPEN INPUT ReturnsLogFile
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "05"
               MOVE "ReturnsLog.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF

           READ ReturnsLogFile
               AT END SET EndOfReturnsLog TO TRUE
           END-READ

           PERFORM UNTIL EndOfReturnsLog
               IF RT-ReturnDate NOT < PeriodFrom
                  AND RT-ReturnDate NOT > PeriodTo
                   MOVE "N" TO RunBackedOutFlag
                   IF RT-RunId NUMERIC
                       MOVE RT-RunId TO CheckedRunId
                       PERFORM CheckRunBackedOut
                   END-IF
                   IF RunBackedOut
                       ADD 1 TO BackedOutSkipped
                   ELSE
                       PERFORM AddReturn
                   END-IF
               END-IF

               READ ReturnsLogFile
                   AT END SET EndOfReturnsLog TO TRUE
               END-READ
           END-PERFORM

           CLOSE ReturnsLogFile.

      * The three reasons Returns accepts; the wrong-item column
      * also takes any odd code keyed before the reasons were
      * checked, so no returned unit goes uncounted.
       AddReturn.
           MOVE RT-GadgedID TO LineGadget
           IF RT-CategoryCode NUMERIC
               MOVE RT-CategoryCode TO LineCategory
           ELSE
               MOVE ZEROS TO LineCategory
           END-IF
           PERFORM FindGadget
           IF GadgetSub > 0
               EVALUATE RT-ReasonCode
                   WHEN "F"
                       ADD RT-QtyReturned TO GT-RetFaulty(GadgetSub)
                   WHEN "U"
                       ADD RT-QtyReturned TO GT-RetUnwanted(GadgetSub)
                   WHEN OTHER
                       ADD RT-QtyReturned
                           TO GT-RetWrongItem(GadgetSub)
               END-EVALUATE
           END-IF.

      * Sets GadgetSub to the table entry for LineGadget, adding the
      * gadget in order if it is new. Zero GadgetSub means the
      * table is full.
       FindGadget.
           MOVE ZEROS TO GadgetSub
           PERFORM VARYING GadgetShiftSub FROM 1 BY 1
                   UNTIL GadgetShiftSub > NumGadgets OR GadgetSub > 0
               IF GT-GadgedID(GadgetShiftSub) NOT < LineGadget
                   MOVE GadgetShiftSub TO GadgetSub
               END-IF
           END-PERFORM

           IF GadgetSub > 0
               IF GT-GadgedID(GadgetSub) NOT = LineGadget
                   PERFORM InsertGadget
               END-IF
           ELSE
               PERFORM InsertGadget
           END-IF.

      * Opens a new entry for LineGadget at GadgetSub (zero: on the
      * end), moving the later gadgets up one, with its supplier,
      * category and name off the stock file. A gadget gone from
      * the stock file keeps the category it was sold or returned
      * under, and supplier zero.
       InsertGadget.
           IF NumGadgets NOT < MaxGadgets
               IF NOT GadgetTableFull
                   DISPLAY "Warning: more than " MaxGadgets
                       " gadgets - the rest are left out of the "
                       "review"
                   SET GadgetTableFull TO TRUE
               END-IF
               MOVE ZEROS TO GadgetSub
           ELSE
               ADD 1 TO NumGadgets
               IF GadgetSub = 0
                   MOVE NumGadgets TO GadgetSub
               ELSE
                   PERFORM VARYING GadgetShiftSub FROM NumGadgets
                           BY -1 UNTIL GadgetShiftSub NOT > GadgetSub
                       MOVE GadgetEntry(GadgetShiftSub - 1)
                           TO GadgetEntry(GadgetShiftSub)
                   END-PERFORM
               END-IF
               MOVE LineGadget TO GT-GadgedID(GadgetSub)
               MOVE ZEROS TO GT-Sold(GadgetSub)
               MOVE ZEROS TO GT-RetFaulty(GadgetSub)
               MOVE ZEROS TO GT-RetUnwanted(GadgetSub)
               MOVE ZEROS TO GT-RetWrongItem(GadgetSub)

               MOVE LineGadget TO GadgedID
               READ StockFile
                   INVALID KEY
                       MOVE "(gadget no longer held)"
                           TO GT-GadgetName(GadgetSub)
                       MOVE ZEROS TO GT-SupplierID(GadgetSub)
                       MOVE LineCategory TO GT-CategoryCode(GadgetSub)
                   NOT INVALID KEY
                       MOVE GadgetName TO GT-GadgetName(GadgetSub)
                       MOVE SupplierID OF StockRecord
                           TO GT-SupplierID(GadgetSub)
                       MOVE CategoryCode OF StockRecord
                           TO GT-CategoryCode(GadgetSub)
               END-READ
               IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
                  MOVE "GadgetStock.dat" TO WS-FileStatusName
                  PERFORM CheckFileStatus
               END-IF
           END-IF.

      * Rolls each gadget's figures up into its supplier, its
      * category and the totals.
       RollUpGadgets.
           PERFORM VARYING GadgetSub FROM 1 BY 1
                   UNTIL GadgetSub > NumGadgets
               MOVE GT-SupplierID(GadgetSub) TO LineSupplier
               PERFORM FindSupplier
               IF SupplierSub > 0
                   ADD GT-Sold(GadgetSub) TO ST-Sold(SupplierSub)
                   ADD GT-RetFaulty(GadgetSub)
                       TO ST-RetFaulty(SupplierSub)
                   ADD GT-RetUnwanted(GadgetSub)
                       TO ST-RetUnwanted(SupplierSub)
                   ADD GT-RetWrongItem(GadgetSub)
                       TO ST-RetWrongItem(SupplierSub)
               END-IF

               COMPUTE CategorySub = GT-CategoryCode(GadgetSub) + 1
               ADD GT-Sold(GadgetSub) TO CT-Sold(CategorySub)
               ADD GT-RetFaulty(GadgetSub) TO CT-RetFaulty(CategorySub)
               ADD GT-RetUnwanted(GadgetSub)
                   TO CT-RetUnwanted(CategorySub)
               ADD GT-RetWrongItem(GadgetSub)
                   TO CT-RetWrongItem(CategorySub)

               ADD GT-Sold(GadgetSub) TO TotalSold
               ADD GT-RetFaulty(GadgetSub) TO TotalRetFaulty
               ADD GT-RetUnwanted(GadgetSub) TO TotalRetUnwanted
               ADD GT-RetWrongItem(GadgetSub) TO TotalRetWrongItem
           END-PERFORM.

      * Sets SupplierSub to the table entry for LineSupplier, adding
      * the supplier in order if it is new. Zero SupplierSub means
      * the table is full.
       FindSupplier.
           MOVE ZEROS TO SupplierSub
           PERFORM VARYING ShiftSub FROM 1 BY 1
                   UNTIL ShiftSub > NumSuppliers OR SupplierSub > 0
               IF ST-SupplierID(ShiftSub) NOT < LineSupplier
                   MOVE ShiftSub TO SupplierSub
               END-IF
           END-PERFORM

           IF SupplierSub > 0
               IF ST-SupplierID(SupplierSub) NOT = LineSupplier
                   PERFORM InsertSupplier
               END-IF
           ELSE
               PERFORM InsertSupplier
           END-IF.

      * Opens a new entry for LineSupplier at SupplierSub (zero: on
      * the end), moving the later suppliers up one.
       InsertSupplier.
           IF NumSuppliers NOT < MaxSuppliers
               IF NOT SupplierTableFull
                   DISPLAY "Warning: more than " MaxSuppliers
                       " suppliers - the rest are left out of the "
                       "supplier view"
                   SET SupplierTableFull TO TRUE
               END-IF
               MOVE ZEROS TO SupplierSub
           ELSE
               ADD 1 TO NumSuppliers
               IF SupplierSub = 0
                   MOVE NumSuppliers TO SupplierSub
               ELSE
                   PERFORM VARYING ShiftSub FROM NumSuppliers BY -1
                           UNTIL ShiftSub NOT > SupplierSub
                       MOVE SupplierEntry(ShiftSub - 1)
                           TO SupplierEntry(ShiftSub)
                   END-PERFORM
               END-IF
               MOVE LineSupplier TO ST-SupplierID(SupplierSub)
               MOVE ZEROS TO ST-Sold(SupplierSub)
               MOVE ZEROS TO ST-RetFaulty(SupplierSub)
               MOVE ZEROS TO ST-RetUnwanted(SupplierSub)
               MOVE ZEROS TO ST-RetWrongItem(SupplierSub)
           END-IF.

       PrintGadgetView.
           SET FlagThisView TO TRUE
           MOVE GadgetTitle TO PrintLine
           MOVE 2 TO RptAdvance
           PERFORM WriteReportLine
           MOVE QualityColHeads TO PrintLine
           MOVE 1 TO RptAdvance
           PERFORM WriteReportLine

           PERFORM VARYING GadgetSub FROM 1 BY 1
                   UNTIL GadgetSub > NumGadgets
               MOVE GT-Sold(GadgetSub) TO RowSold
               MOVE GT-RetFaulty(GadgetSub) TO RowRetFaulty
               MOVE GT-RetUnwanted(GadgetSub) TO RowRetUnwanted
               MOVE GT-RetWrongItem(GadgetSub) TO RowRetWrongItem
               MOVE GT-GadgedID(GadgetSub) TO QL-Code
               MOVE GT-GadgetName(GadgetSub) TO QL-Name
               MOVE 1 TO RptAdvance
               PERFORM WriteQualityLine
               IF RowFlagged
                   ADD 1 TO GadgetsFlagged
               END-IF
           END-PERFORM.

       PrintSupplierView.
           SET FlagThisView TO TRUE
           MOVE SupplierTitle TO PrintLine
           MOVE 2 TO RptAdvance
           PERFORM WriteReportLine
           MOVE QualityColHeads TO PrintLine
           MOVE 1 TO RptAdvance
           PERFORM WriteReportLine

           PERFORM VARYING SupplierSub FROM 1 BY 1
                   UNTIL SupplierSub > NumSuppliers
               MOVE ST-Sold(SupplierSub) TO RowSold
               MOVE ST-RetFaulty(SupplierSub) TO RowRetFaulty
               MOVE ST-RetUnwanted(SupplierSub) TO RowRetUnwanted
               MOVE ST-RetWrongItem(SupplierSub) TO RowRetWrongItem
               MOVE ST-SupplierID(SupplierSub) TO QL-Code
               IF ST-SupplierID(SupplierSub) = 0
                   MOVE "(gadget no longer held)" TO QL-Name
               ELSE
                   MOVE ST-SupplierID(SupplierSub)
                       TO SupplierID OF SupplierRecord
                   READ SupplierFile
                       INVALID KEY
                           MOVE "(not on supplier master)" TO QL-Name
                       NOT INVALID KEY
                           MOVE SupplierName TO QL-Name
                   END-READ
                   IF WS-FileStatus NOT = "00"
                      AND WS-FileStatus NOT = "23"
                       MOVE "SupplierMaster.dat" TO WS-FileStatusName
                       PERFORM CheckFileStatus
                   END-IF
               END-IF
               MOVE 1 TO RptAdvance
               PERFORM WriteQualityLine
               IF RowFlagged
                   ADD 1 TO SuppliersFlagged
               END-IF
           END-PERFORM.

      * Categories are shown for the wider picture, but only gadgets
      * and suppliers are flagged -- a category isn't something
      * purchasing can raise with anyone.
       PrintCategoryView.
           MOVE "N" TO FlagThisViewFlag
           MOVE CategoryTitle TO PrintLine
           MOVE 2 TO RptAdvance
           PERFORM WriteReportLine
           MOVE QualityColHeads TO PrintLine
           MOVE 1 TO RptAdvance
           PERFORM WriteReportLine

           PERFORM VARYING CategorySub FROM 1 BY 1
                   UNTIL CategorySub > 100
               IF CT-Sold(CategorySub) > 0
                  OR CT-RetFaulty(CategorySub) > 0
                  OR CT-RetUnwanted(CategorySub) > 0
                  OR CT-RetWrongItem(CategorySub) > 0
                   MOVE CT-Sold(CategorySub) TO RowSold
                   MOVE CT-RetFaulty(CategorySub) TO RowRetFaulty
                   MOVE CT-RetUnwanted(CategorySub) TO RowRetUnwanted
                   MOVE CT-RetWrongItem(CategorySub)
                       TO RowRetWrongItem
                   COMPUTE CategoryCodeOut = CategorySub - 1
                   MOVE CategoryCodeOut TO QL-Code
                   MOVE CT-CategoryName(CategorySub) TO QL-Name
                   MOVE 1 TO RptAdvance
                   PERFORM WriteQualityLine
               END-IF
           END-PERFORM.

      * One line from the Row figures: the units returned for every
      * reason over the units sold. A rate with nothing sold in the
      * range can't be worked, and a rate on fewer than the minimum
      * sold isn't flagged. QL-Code, QL-Name and RptAdvance are set
      * by the caller.
       WriteQualityLine.
           MOVE "N" TO RowFlaggedFlag
           COMPUTE RowReturned =
               RowRetFaulty + RowRetUnwanted + RowRetWrongItem
           MOVE RowSold TO QL-Sold
           MOVE RowRetFaulty TO QL-RetFaulty
           MOVE RowRetUnwanted TO QL-RetUnwanted
           MOVE RowRetWrongItem TO QL-RetWrongItem
           MOVE RowReturned TO QL-Returned
           MOVE SPACES TO QL-Flag

           IF RowSold > 0
               COMPUTE RowRate ROUNDED = RowReturned * 100 / RowSold
                   ON SIZE ERROR MOVE 9999.9 TO RowRate
               END-COMPUTE
               MOVE RowRate TO RowRateOut
               MOVE RowRateOut TO QL-Rate
               IF FlagThisView
                  AND RowRate > ReturnRateTolerance
                  AND RowSold NOT < ReturnRateMinSold
                   SET RowFlagged TO TRUE
                   MOVE "** HIGH" TO QL-Flag
               END-IF
           ELSE
               MOVE "   n/a" TO QL-Rate
           END-IF

           MOVE QualityLine TO PrintLine
           PERFORM WriteReportLine.

      * Starts a page: the run-date/page stamp, the report title,
      * and the period and tolerance in force, with the page number
      * advanced for the next break.
       NewReportPage.
           MOVE BusinessToday TO RptRunDate
           MOVE RptRunDate(5:2) TO RptStampMonth
           MOVE RptRunDate(7:2) TO RptStampDay
           MOVE RptRunDate(1:4) TO RptStampYear
           MOVE RptPageNumber TO RptStampPage
           ADD 1 TO RptPageNumber
           MOVE "ReturnsQuality.rpt" TO WS-FileStatusName
           IF FirstPage
               MOVE "N" TO FirstPageFlag
               WRITE PrintLine FROM RptHeadingStamp
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE PrintLine FROM RptHeadingStamp
                   AFTER ADVANCING PAGE
           END-IF
           PERFORM CheckFileStatus
           WRITE PrintLine FROM ReportHeading AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus
           MOVE PeriodFrom TO PL-From
           MOVE PeriodTo TO PL-To
           MOVE ReturnRateTolerance TO PL-Tolerance
           MOVE ReturnRateMinSold TO PL-MinSold
           WRITE PrintLine FROM PeriodLine AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus
           MOVE 5 TO RptLineCount.

      * Every body line of the report goes out through here: the
      * line was MOVEd to PrintLine and RptAdvance set by the
      * caller, and a line that would run past the page size ejects
      * to a fresh page (with its headings) first.
       WriteReportLine.
           MOVE PrintLine TO PendingReportLine
           IF RptLineCount + RptAdvance > RptPageSize
               PERFORM NewReportPage
               MOVE 1 TO RptAdvance
           END-IF
           ADD RptAdvance TO RptLineCount
           MOVE "ReturnsQuality.rpt" TO WS-FileStatusName
           IF RptAdvance = 2
               WRITE PrintLine FROM PendingReportLine
                   AFTER ADVANCING 2 LINES
           ELSE
               WRITE PrintLine FROM PendingReportLine
                   AFTER ADVANCING 1 LINE
           END-IF
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


      * Reads the backed-out runs register. Status "05" is the
      * missing OPTIONAL register on a site that never backed a run
      * out.
       LoadBackedOutRuns.
           OPEN INPUT BackedOutRunFile
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "05"
               MOVE "BackedOutRuns.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF

           READ BackedOutRunFile
               AT END SET EndOfBackedOutRuns TO TRUE
           END-READ

           PERFORM UNTIL EndOfBackedOutRuns
               IF NumBackedOutRuns < 100
                   ADD 1 TO NumBackedOutRuns
                   MOVE BR-RunId
                       TO KnownBackedOutRun(NumBackedOutRuns)
               ELSE
                   IF NOT BackedOutTableFull
                       DISPLAY "Warning: backed-out runs register "
                           "exceeds 100 entries - the overflowed "
                           "runs' entries WILL be counted; archive "
                           "BackedOutRuns.dat after converting the "
                           "journals"
                       SET BackedOutTableFull TO TRUE
                   END-IF
               END-IF

               READ BackedOutRunFile
                   AT END SET EndOfBackedOutRuns TO TRUE
               END-READ
           END-PERFORM

           CLOSE BackedOutRunFile

           MOVE "ReturnsQualityReport" TO CapacityProgram
           MOVE "BACKED-OUT-RUNS" TO CapacityTableName
           MOVE NumBackedOutRuns TO CapacityHighWater
           MOVE 100 TO CapacityLimit
           MOVE BackedOutTableFullFlag TO CapacityOverflowFlag
           PERFORM RecordCapacity.

      * Whether CheckedRunId belongs to a run StockBackout undid --
      * its entries then don't count.
       CheckRunBackedOut.
           MOVE "N" TO RunBackedOutFlag
           IF NumBackedOutRuns > 0
               SET BRun-Idx TO 1
               SEARCH BackedOutEntry
                   AT END CONTINUE
                   WHEN KnownBackedOutRun(BRun-Idx) = CheckedRunId
                       SET RunBackedOut TO TRUE
               END-SEARCH
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
