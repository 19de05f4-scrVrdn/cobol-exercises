       IDENTIFICATION DIVISION.
       PROGRAM-ID. AbcClassification.
       AUTHOR. io.github.scrvrdn.
      * The periodic ABC run. Totals twelve months of the sales
      * journal by gadget -- sales value and cost -- ranks the
      * gadgets by sales value, and classes them at the cumulative
      * cut-offs held in SiteParams.dat: the lines that together
      * make up the first ABC-A-PCT (default 80%) of the year's
      * takings are A, those taking it on to ABC-B-PCT (default 95%)
      * are B, and the long tail -- with every active gadget that
      * sold nothing at all -- is C. The classes are rebuilt whole
      * on AbcClass.dat for the cycle count, the purchase order
      * forecast and the replenishment planner to read, and the
      * ranking goes out as a Pareto report showing how much of the
      * business rests on how few lines.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OPTIONAL: a site with nothing journaled yet classes every
      * gadget C.
           SELECT OPTIONAL SalesJournalFile
               ASSIGN TO "SalesJournal.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

           SELECT StockFile ASSIGN TO "GadgetStock.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GadgedID
               FILE STATUS IS WS-FileStatus.

      * Rebuilt from scratch each run -- last period's classes are
      * replaced, not merged.
           SELECT AbcClassFile ASSIGN TO "AbcClass.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-GadgedID
               FILE STATUS IS WS-FileStatus.

           SELECT ParetoRpt ASSIGN TO "AbcPareto.rpt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

           SELECT SortWorkFile ASSIGN TO "AbcSort.dat".

      * Runs StockBackout has undone: their journal entries are
      * discounted. OPTIONAL since a site may never have backed a
      * run out.
           SELECT OPTIONAL BackedOutRunFile
               ASSIGN TO "BackedOutRuns.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

      * Each run's high-water mark on its fixed tables, for the
      * nightly capacity watch -- see CAPLOG.
           SELECT CapacityLogFile ASSIGN TO "CapacityLog.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

      * The site's standing operational knobs, for the class
      * cut-offs. OPTIONAL: a missing file leaves the compiled
      * defaults standing.
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

       FD StockFile.
           COPY STOCKREC.

       FD AbcClassFile.
           COPY ABCCLASS.

       FD ParetoRpt.
       01 PrintLine PIC X(100).

       FD BackedOutRunFile.
           COPY BAKOUTRG.

       FD CapacityLogFile.
           COPY CAPLOG.

       FD SiteParamFile.
           COPY SITEPARM.

      * One record per gadget in the population, best seller by
      * value first.
       SD SortWorkFile.
       01 SortWorkRec.
           02 SW-SalesValue PIC 9(9)V99.
           02 SW-GadgedID PIC 9(6).
           02 SW-CostValue PIC 9(9)V99.
           02 SW-UnitsSold PIC 9(7).

       WORKING-STORAGE SECTION.
       01 BusinessToday PIC 9(8) VALUE ZEROS.
       COPY FILESTAT.
       COPY CAPLWS.
       COPY RPTHEAD.

      * Real page handling: lines are counted as they go out and
      * the page is ejected at RptPageSize, with the run stamp and
      * column headings reprinted and the page number advanced, so
      * a long ranking stays readable past the first sheet.
       01 RptLineCount PIC 9(3) VALUE ZERO.
       01 RptPageSize PIC 9(3) VALUE 60.
       01 RptAdvance PIC 9.
      * The body line held across a page break -- NewReportPage's
      * heading writes land in the same record area the caller
      * filled, so without this buffer the pending detail line was
      * overwritten and one row vanished at every page boundary.
       01 PendingReportLine PIC X(100).
       01 FirstPageFlag PIC X VALUE "Y".
           88 FirstPage VALUE "Y".

      * Cumulative share of the year's sales value at which the A
      * and B classes close. Overridable via SiteParams (ABC-A-PCT,
      * ABC-B-PCT); a pair that doesn't make sense reverts to these.
       01 AbcAPct PIC 9(3) VALUE 80.
       01 AbcBPct PIC 9(3) VALUE 95.

      * The trailing year the ranking is measured over.
       01 AbcWindowDays PIC 9(3) VALUE 365.

       01 TodayInteger PIC 9(8).
       01 WindowStartInteger PIC 9(8).
       01 WindowStartDate PIC 9(8).

      * The population being classed: every gadget sold in the
      * year, then every active gadget on the stock file that sold
      * nothing, at zero.
       01 MaxAbcGadgets PIC 9(4) VALUE 5000.
       01 AbcTable.
           02 NumAbcGadgets PIC 9(4) VALUE ZERO.
           02 AbcEntry OCCURS 0 TO 5000 TIMES
                    DEPENDING ON NumAbcGadgets
                    INDEXED BY Abc-Idx.
              03 AT-GadgedID PIC 9(6).
              03 AT-SalesValue PIC 9(9)V99.
              03 AT-CostValue PIC 9(9)V99.
              03 AT-UnitsSold PIC 9(7).
       01 AbcTableFullFlag PIC X VALUE "N".
           88 AbcTableFull VALUE "Y".
       01 FoundAbcIdx PIC 9(4).
       01 AbcScanIdx PIC 9(4).

       01 SortDrainedFlag PIC X VALUE "N".
           88 SortDrained VALUE "Y".

       01 GrandSalesValue PIC 9(11)V99 VALUE ZERO.
       01 GrandCostValue PIC 9(11)V99 VALUE ZERO.
       01 CumulativeSales PIC 9(11)V99 VALUE ZERO.
       01 ShareBeforePct PIC 9(3)V9.
       01 CumulativePct PIC 9(3)V9.
       01 MarginPct PIC S9(5)V9.
       01 GadgetClass PIC X.
       01 CurrentRank PIC 9(5) VALUE ZERO.
       01 JournalLinesUsed PIC 9(7) VALUE ZERO.
       01 UnsoldGadgets PIC 9(5) VALUE ZERO.

      * How concentrated the business is: what the best-selling
      * fifth of the lines took between them.
       01 TopFifthCount PIC 9(5).
       01 TopFifthSales PIC 9(11)V99 VALUE ZERO.
       01 TopFifthPct PIC 9(3)V9.

      * Per-class totals for the summary, subscripted 1-3 for A-C.
       01 ClassTotals.
           02 ClassTotal OCCURS 3 TIMES.
              03 CL-Gadgets PIC 9(5).
              03 CL-SalesValue PIC 9(11)V99.
              03 CL-CostValue PIC 9(11)V99.
       01 ClassSub PIC 9.
       01 ClassLetters PIC X(3) VALUE "ABC".

       01 ReportHeading PIC X(40)
           VALUE "ABC Classification - Pareto Ranking".
       01 WindowLine.
           02 FILLER PIC X(14) VALUE "Sales from ".
           02 WL-StartDate PIC 9(8).
           02 FILLER PIC X(5) VALUE " to ".
           02 WL-EndDate PIC 9(8).
           02 FILLER PIC X(14) VALUE "   A up to ".
           02 WL-APct PIC ZZ9.
           02 FILLER PIC X(13) VALUE "%, B up to ".
           02 WL-BPct PIC ZZ9.
           02 FILLER PIC X VALUE "%".
       01 ParetoColHeads.
           02 FILLER PIC X(7) VALUE "Rank".
           02 FILLER PIC X(8) VALUE "Gadget".
           02 FILLER PIC X(22) VALUE "GadgetName".
           02 FILLER PIC X(8) VALUE "Units".
           02 FILLER PIC X(14) VALUE "Sales value".
           02 FILLER PIC X(14) VALUE "Cost".
           02 FILLER PIC X(9) VALUE "  Mgn %".
           02 FILLER PIC X(10) VALUE "  Cum %".
           02 FILLER PIC X(5) VALUE "Class".
       01 ParetoLine.
           02 PL-Rank PIC ZZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 PL-GadgedID PIC 9(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 PL-GadgetName PIC X(20).
           02 FILLER PIC X(2) VALUE SPACES.
           02 PL-UnitsSold PIC ZZZZZZ9.
           02 FILLER PIC X(1) VALUE SPACES.
           02 PL-SalesValue PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(1) VALUE SPACES.
           02 PL-CostValue PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(1) VALUE SPACES.
           02 PL-MarginPct PIC -ZZZ9.9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 PL-CumulativePct PIC ZZ9.9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 PL-Class PIC X.
       01 ClassSummaryHead PIC X(40)
           VALUE "Class summary".
       01 ClassSummaryLine.
           02 FILLER PIC X(6) VALUE "Class ".
           02 CS-Class PIC X.
           02 FILLER PIC X(2) VALUE ": ".
           02 CS-Gadgets PIC ZZZZ9.
           02 FILLER PIC X(8) VALUE " lines (".
           02 CS-GadgetPct PIC ZZ9.9.
           02 FILLER PIC X(11) VALUE "%)  sales ".
           02 CS-SalesValue PIC Z,ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE " (".
           02 CS-SalesPct PIC ZZ9.9.
           02 FILLER PIC X(12) VALUE "%)  margin ".
           02 CS-MarginPct PIC -ZZZ9.9.
           02 FILLER PIC X VALUE "%".
       01 ConcentrationLine.
           02 FILLER PIC X(16) VALUE "The best-selling".
           02 CN-TopCount PIC ZZZZ9.
           02 FILLER PIC X(13) VALUE " lines (20%) ".
           02 FILLER PIC X(5) VALUE "took ".
           02 CN-TopPct PIC ZZ9.9.
           02 FILLER PIC X(31)
               VALUE "% of the year's sales value".
       01 TotalSalesLine.
           02 FILLER PIC X(23) VALUE "Year's sales value:    ".
           02 TS-SalesValue PIC Z,ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(9) VALUE "   cost ".
           02 TS-CostValue PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 NoGadgetsLine PIC X(40)
           VALUE "  (no gadgets to classify)".

      * The backed-out runs register, loaded once so each journal
      * entry can be checked against it.
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
           PERFORM LoadBackedOutRuns

           COMPUTE TodayInteger =
               FUNCTION INTEGER-OF-DATE(BusinessToday)
           COMPUTE WindowStartInteger = TodayInteger - AbcWindowDays
               + 1
           COMPUTE WindowStartDate =
               FUNCTION DATE-OF-INTEGER(WindowStartInteger)

           PERFORM TallyAnnualSales

           OPEN INPUT StockFile
           MOVE "GadgetStock.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           PERFORM AddUnsoldGadgets

           OPEN OUTPUT AbcClassFile
           MOVE "AbcClass.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN OUTPUT ParetoRpt
           MOVE "AbcPareto.rpt" TO WS-FileStatusName
           PERFORM CheckFileStatus

           INITIALIZE ClassTotals
           COMPUTE TopFifthCount ROUNDED = NumAbcGadgets * 0.2
           IF TopFifthCount = 0 AND NumAbcGadgets > 0
               MOVE 1 TO TopFifthCount
           END-IF

           PERFORM NewReportPage

           IF NumAbcGadgets = 0
               MOVE NoGadgetsLine TO PrintLine
               MOVE 1 TO RptAdvance
               PERFORM WriteReportLine
           ELSE
               SORT SortWorkFile
                   ON DESCENDING KEY SW-SalesValue
                   ON ASCENDING KEY SW-GadgedID
                   INPUT PROCEDURE IS ReleaseAbcGadgets
                   OUTPUT PROCEDURE IS ClassifyRankedGadgets
           END-IF

           PERFORM WriteClassSummary

           CLOSE StockFile
           CLOSE AbcClassFile
           CLOSE ParetoRpt

           DISPLAY "Journal lines in the year: " JournalLinesUsed
           DISPLAY "Gadgets classified:        " NumAbcGadgets
           DISPLAY "  A: " CL-Gadgets(1) "  B: " CL-Gadgets(2)
               "  C: " CL-Gadgets(3)
           DISPLAY "  of which unsold:         " UnsoldGadgets
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
      * doesn't carry. Status "05" is the missing OPTIONAL file. The
      * A cut-off must fall below the B cut-off, and B can't pass
      * 100%; a pair that doesn't goes back to 80/95.
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
                   WHEN "ABC-A-PCT"
                       IF FUNCTION TEST-NUMVAL(SP-ParamValue) = 0
                           COMPUTE AbcAPct =
                               FUNCTION NUMVAL(SP-ParamValue)
                       END-IF
                   WHEN "ABC-B-PCT"
                       IF FUNCTION TEST-NUMVAL(SP-ParamValue) = 0
                           COMPUTE AbcBPct =
                               FUNCTION NUMVAL(SP-ParamValue)
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE

               READ SiteParamFile
                   AT END SET EndOfSiteParams TO TRUE
               END-READ
           END-PERFORM

           CLOSE SiteParamFile

           IF AbcAPct = 0 OR AbcAPct NOT < AbcBPct OR AbcBPct > 100
               DISPLAY "Warning: ABC cut-offs " AbcAPct "/" AbcBPct
                   " are not usable - classing at 80/95"
               MOVE 80 TO AbcAPct
               MOVE 95 TO AbcBPct
           END-IF.

      * One pass over the sales journal totalling each gadget's
      * units, sales value and cost over the trailing year. Voucher
      * issues (no gadget) and backed-out runs don't count; a sale
      * with no cost basis adds nothing to cost. Status "05" is the
      * missing OPTIONAL journal.
       TallyAnnualSales.
           OPEN INPUT SalesJournalFile
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "05"
               MOVE "SalesJournal.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF

           READ SalesJournalFile
               AT END SET EndOfSalesJournal TO TRUE
           END-READ

           PERFORM UNTIL EndOfSalesJournal
               IF SJ-GadgedID > 0
                  AND SJ-SaleDate NOT < WindowStartDate
                  AND SJ-SaleDate NOT > BusinessToday
                   MOVE SJ-RunId TO CheckedRunId
                   PERFORM CheckRunBackedOut
                   IF NOT RunBackedOut
                       PERFORM CreditOneSale
                   END-IF
               END-IF

               READ SalesJournalFile
                   AT END SET EndOfSalesJournal TO TRUE
               END-READ
           END-PERFORM

           CLOSE SalesJournalFile.

       CreditOneSale.
           MOVE SJ-GadgedID TO GadgedID
           PERFORM FindAbcEntry
           IF FoundAbcIdx > 0
               ADD 1 TO JournalLinesUsed
               ADD SJ-QtySold TO AT-UnitsSold(FoundAbcIdx)
               COMPUTE AT-SalesValue(FoundAbcIdx) =
                   AT-SalesValue(FoundAbcIdx) + SJ-QtySold * SJ-Price
               IF SJ-UnitCost NUMERIC
                   COMPUTE AT-CostValue(FoundAbcIdx) =
                       AT-CostValue(FoundAbcIdx)
                       + SJ-QtySold * SJ-UnitCost
               END-IF
           END-IF.

      * Finds GadgedID's entry in the population table, adding a
      * zeroed one if it isn't there yet. FoundAbcIdx stays zero
      * only when the table is full.
       FindAbcEntry.
           MOVE ZEROS TO FoundAbcIdx
           IF NumAbcGadgets > 0
               SET Abc-Idx TO 1
               SEARCH AbcEntry
                   AT END CONTINUE
                   WHEN AT-GadgedID(Abc-Idx) = GadgedID
                       SET FoundAbcIdx TO Abc-Idx
               END-SEARCH
           END-IF

           IF FoundAbcIdx = 0
               IF NumAbcGadgets < MaxAbcGadgets
                   ADD 1 TO NumAbcGadgets
                   MOVE NumAbcGadgets TO FoundAbcIdx
                   MOVE GadgedID TO AT-GadgedID(FoundAbcIdx)
                   MOVE ZEROS TO AT-SalesValue(FoundAbcIdx)
                   MOVE ZEROS TO AT-CostValue(FoundAbcIdx)
                   MOVE ZEROS TO AT-UnitsSold(FoundAbcIdx)
               ELSE
                   IF NOT AbcTableFull
                       DISPLAY "Warning: classification table full "
                           "at " MaxAbcGadgets " gadgets - later "
                           "gadgets left unclassified"
                       SET AbcTableFull TO TRUE
                   END-IF
               END-IF
           END-IF.

      * Every active gadget on the stock file joins the population,
      * so a line that sold nothing all year is classed C rather
      * than left without a class. Delisted gadgets are left out.
       AddUnsoldGadgets.
           READ StockFile NEXT RECORD
               AT END SET EndOfStockFile TO TRUE
           END-READ
           MOVE "GadgetStock.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           PERFORM UNTIL EndOfStockFile
               IF NOT StockDelisted
                   MOVE NumAbcGadgets TO AbcScanIdx
                   PERFORM FindAbcEntry
                   IF NumAbcGadgets > AbcScanIdx
                       ADD 1 TO UnsoldGadgets
                   END-IF
               END-IF

               READ StockFile NEXT RECORD
                   AT END SET EndOfStockFile TO TRUE
               END-READ
               MOVE "GadgetStock.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-PERFORM.

      * Releases the whole population to the sort, totalling the
      * year's sales value and cost as it goes -- the cumulative
      * shares are taken against these.
       ReleaseAbcGadgets.
           PERFORM VARYING AbcScanIdx FROM 1 BY 1
                   UNTIL AbcScanIdx > NumAbcGadgets
               MOVE AT-GadgedID(AbcScanIdx) TO SW-GadgedID
               MOVE AT-SalesValue(AbcScanIdx) TO SW-SalesValue
               MOVE AT-CostValue(AbcScanIdx) TO SW-CostValue
               MOVE AT-UnitsSold(AbcScanIdx) TO SW-UnitsSold
               ADD AT-SalesValue(AbcScanIdx) TO GrandSalesValue
               ADD AT-CostValue(AbcScanIdx) TO GrandCostValue
               RELEASE SortWorkRec
           END-PERFORM.

      * Walks the ranking best seller first. A gadget's class is set
      * by the cumulative share reached before it: while the lines
      * above it have not yet made up the A cut-off it is A, then B
      * up to the B cut-off, then C. A gadget that sold nothing is
      * C whatever the cut-offs say.
       ClassifyRankedGadgets.
           RETURN SortWorkFile
               AT END SET SortDrained TO TRUE
           END-RETURN

           PERFORM UNTIL SortDrained
               ADD 1 TO CurrentRank
               PERFORM ClassifyOneGadget

               RETURN SortWorkFile
                   AT END SET SortDrained TO TRUE
               END-RETURN
           END-PERFORM.

       ClassifyOneGadget.
           MOVE ZEROS TO ShareBeforePct
           MOVE ZEROS TO CumulativePct
           IF GrandSalesValue > 0
               COMPUTE ShareBeforePct =
                   CumulativeSales * 100 / GrandSalesValue
               ADD SW-SalesValue TO CumulativeSales
               COMPUTE CumulativePct ROUNDED =
                   CumulativeSales * 100 / GrandSalesValue
           END-IF

           EVALUATE TRUE
               WHEN SW-SalesValue = 0
                   MOVE "C" TO GadgetClass
                   MOVE 3 TO ClassSub
               WHEN ShareBeforePct < AbcAPct
                   MOVE "A" TO GadgetClass
                   MOVE 1 TO ClassSub
               WHEN ShareBeforePct < AbcBPct
                   MOVE "B" TO GadgetClass
                   MOVE 2 TO ClassSub
               WHEN OTHER
                   MOVE "C" TO GadgetClass
                   MOVE 3 TO ClassSub
           END-EVALUATE

           ADD 1 TO CL-Gadgets(ClassSub)
           ADD SW-SalesValue TO CL-SalesValue(ClassSub)
           ADD SW-CostValue TO CL-CostValue(ClassSub)
           IF CurrentRank NOT > TopFifthCount
               ADD SW-SalesValue TO TopFifthSales
           END-IF

           MOVE SW-GadgedID TO AC-GadgedID
           MOVE GadgetClass TO AC-Class
           MOVE CurrentRank TO AC-Rank
           MOVE SW-SalesValue TO AC-SalesValue
           MOVE SW-CostValue TO AC-CostValue
           MOVE CumulativePct TO AC-CumulativePct
           MOVE BusinessToday TO AC-ClassifiedDate
           WRITE AbcClassRec
           MOVE "AbcClass.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           MOVE SW-GadgedID TO GadgedID
           READ StockFile
               INVALID KEY
                   MOVE "(not on stock file)" TO GadgetName
           END-READ
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
              MOVE "GadgetStock.dat" TO WS-FileStatusName
              PERFORM CheckFileStatus
           END-IF

           MOVE ZEROS TO MarginPct
           IF SW-SalesValue > 0 AND SW-CostValue > 0
               COMPUTE MarginPct ROUNDED =
                   (SW-SalesValue - SW-CostValue) * 100
                   / SW-SalesValue
           END-IF

           MOVE CurrentRank TO PL-Rank
           MOVE SW-GadgedID TO PL-GadgedID
           MOVE GadgetName TO PL-GadgetName
           MOVE SW-UnitsSold TO PL-UnitsSold
           MOVE SW-SalesValue TO PL-SalesValue
           MOVE SW-CostValue TO PL-CostValue
           MOVE MarginPct TO PL-MarginPct
           MOVE CumulativePct TO PL-CumulativePct
           MOVE GadgetClass TO PL-Class
           MOVE ParetoLine TO PrintLine
           MOVE 1 TO RptAdvance
           PERFORM WriteReportLine.

      * The shape of the business: for each class, how many lines
      * and what share of them, what they took and what share of
      * the year's sales that is, and the margin they made -- then
      * what the best-selling fifth of the lines took between them.
       WriteClassSummary.
           MOVE ClassSummaryHead TO PrintLine
           MOVE 2 TO RptAdvance
           PERFORM WriteReportLine

           PERFORM VARYING ClassSub FROM 1 BY 1 UNTIL ClassSub > 3
               MOVE ClassLetters(ClassSub:1) TO CS-Class
               MOVE CL-Gadgets(ClassSub) TO CS-Gadgets
               MOVE ZEROS TO CumulativePct
               IF NumAbcGadgets > 0
                   COMPUTE CumulativePct ROUNDED =
                       CL-Gadgets(ClassSub) * 100 / NumAbcGadgets
               END-IF
               MOVE CumulativePct TO CS-GadgetPct
               MOVE CL-SalesValue(ClassSub) TO CS-SalesValue
               MOVE ZEROS TO CumulativePct
               IF GrandSalesValue > 0
                   COMPUTE CumulativePct ROUNDED =
                       CL-SalesValue(ClassSub) * 100 / GrandSalesValue
               END-IF
               MOVE CumulativePct TO CS-SalesPct
               MOVE ZEROS TO MarginPct
               IF CL-SalesValue(ClassSub) > 0
                  AND CL-CostValue(ClassSub) > 0
                   COMPUTE MarginPct ROUNDED =
                       (CL-SalesValue(ClassSub)
                        - CL-CostValue(ClassSub)) * 100
                       / CL-SalesValue(ClassSub)
               END-IF
               MOVE MarginPct TO CS-MarginPct
               MOVE ClassSummaryLine TO PrintLine
               MOVE 1 TO RptAdvance
               PERFORM WriteReportLine
           END-PERFORM

           MOVE GrandSalesValue TO TS-SalesValue
           MOVE GrandCostValue TO TS-CostValue
           MOVE TotalSalesLine TO PrintLine
           MOVE 2 TO RptAdvance
           PERFORM WriteReportLine

           MOVE ZEROS TO TopFifthPct
           IF GrandSalesValue > 0
               COMPUTE TopFifthPct ROUNDED =
                   TopFifthSales * 100 / GrandSalesValue
           END-IF
           MOVE TopFifthCount TO CN-TopCount
           MOVE TopFifthPct TO CN-TopPct
           MOVE ConcentrationLine TO PrintLine
           MOVE 1 TO RptAdvance
           PERFORM WriteReportLine.

      * Starts a page: the run-date/page stamp, the report title,
      * the window and cut-offs, and the column headings, with the
      * page number advanced for the next break. The first page
      * starts where the printer sits; later ones eject first.
       NewReportPage.
           MOVE BusinessToday TO RptRunDate
           MOVE RptRunDate(5:2) TO RptStampMonth
           MOVE RptRunDate(7:2) TO RptStampDay
           MOVE RptRunDate(1:4) TO RptStampYear
           MOVE RptPageNumber TO RptStampPage
           ADD 1 TO RptPageNumber
           MOVE "AbcPareto.rpt" TO WS-FileStatusName
           IF FirstPage
               MOVE "N" TO FirstPageFlag
               WRITE PrintLine FROM RptHeadingStamp
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE PrintLine FROM RptHeadingStamp
                   AFTER ADVANCING PAGE
           END-IF
           PERFORM CheckFileStatus
           WRITE PrintLine FROM ReportHeading
               AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus
           MOVE WindowStartDate TO WL-StartDate
           MOVE BusinessToday TO WL-EndDate
           MOVE AbcAPct TO WL-APct
           MOVE AbcBPct TO WL-BPct
           WRITE PrintLine FROM WindowLine
               AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus
           WRITE PrintLine FROM ParetoColHeads
               AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus
           MOVE 7 TO RptLineCount.

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
           MOVE "AbcPareto.rpt" TO WS-FileStatusName
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

           MOVE "AbcClassification" TO CapacityProgram
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
