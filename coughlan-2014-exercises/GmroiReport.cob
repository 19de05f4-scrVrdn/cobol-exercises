       IDENTIFICATION DIVISION.
       PROGRAM-ID. GmroiReport.
       AUTHOR. io.github.scrvrdn.
      * Gross margin return on inventory, by category and by
      * supplier, so the buyer can see which ranges earn the shelf
      * space and the cash tied up in them. The period's gross
      * margin is every costed sale on SalesJournal.dat -- price
      * less the SJ-UnitCost stamped at the till, times the
      * quantity -- and the average inventory at cost is taken from
      * the month-end valuation snapshots StockValuationClose froze
      * (the close before the period opens and each close within
      * it), each gadget's quantity costed at its average cost off
      * CostLedger.dat. GMROI is the one over the other: margin
      * earned for every pound of stock carried.
      *
      * The period ends with the month keyed (the last closed month
      * when Enter is pressed) and runs back GMROI-MONTHS months
      * (SiteParams.dat, default 12). A gadget is shown under its
      * usual supplier off GadgetStock.dat. Sales journaled with no
      * cost basis and snapshot lines for gadgets with no average
      * cost are left out of the figures and counted at the foot.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OPTIONAL: a site with nothing journaled has earned nothing.
           SELECT OPTIONAL SalesJournalFile
               ASSIGN TO "SalesJournal.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

      * One month-end snapshot, named as it is opened. OPTIONAL: a
      * month that was never closed is left out of the average.
           SELECT OPTIONAL SnapshotFile
               ASSIGN TO DYNAMIC SnapshotFileName
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

           SELECT CostLedgerFile ASSIGN TO "CostLedger.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-GadgedID
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

           SELECT GmroiRpt ASSIGN TO "Gmroi.rpt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

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

      * The site's standing operational knobs, for the period
      * length. OPTIONAL: a missing file leaves the compiled default
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

       FD SalesJournalFile.
           COPY SALESJRN.

       FD SnapshotFile.
           COPY VALSNAP.

       FD CostLedgerFile.
           COPY COSTREC.

       FD StockFile.
           COPY STOCKREC.

       FD SupplierFile.
           COPY SUPPREC.

       FD CategoryFile.
           COPY CATREC.

       FD GmroiRpt.
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

      * Months the period covers, ending with the month keyed.
      * Overridable via SiteParams.
       01 GmroiMonths PIC 9(2) VALUE 12.

      * The period: its last month as keyed (CCYYMM), its first,
      * and the month whose close opens it.
       01 PeriodEndMonth PIC 9(6) VALUE ZEROS.
       01 PeriodStartMonth PIC 9(6).
       01 OpeningMonth PIC 9(6).
       01 WorkMonth PIC 9(6).
       01 WorkMonthParts REDEFINES WorkMonth.
           02 WorkYearNum PIC 9(4).
           02 WorkMonthNum PIC 9(2).
       01 MonthsBack PIC 9(2).

       01 SnapshotFileName PIC X(30).
       01 SnapshotsWanted PIC 9(2) VALUE ZERO.
       01 SnapshotsFound PIC 9(2) VALUE ZERO.

      * Each category's name and running figures, subscripted by
      * category code + 1 (codes run 00-99).
       01 CategoryTable.
           02 CategoryEntry OCCURS 100 TIMES.
              03 CT-CategoryName PIC X(20).
              03 CT-Sales PIC 9(10)V99.
              03 CT-Margin PIC S9(10)V99.
              03 CT-InvCostSum PIC 9(12)V99.
       01 CategorySub PIC 9(3).
       01 CategoryCodeOut PIC 99.

      * Each supplier's running figures, kept in supplier-number
      * order as they are first met.
       01 MaxSuppliers PIC 9(3) VALUE 500.
       01 SupplierTable.
           02 NumSuppliers PIC 9(3) VALUE ZERO.
           02 SupplierEntry OCCURS 0 TO 500 TIMES
                    DEPENDING ON NumSuppliers.
              03 ST-SupplierID PIC 9(5).
              03 ST-Sales PIC 9(10)V99.
              03 ST-Margin PIC S9(10)V99.
              03 ST-InvCostSum PIC 9(12)V99.
       01 SupplierSub PIC 9(3).
       01 ShiftSub PIC 9(3).
       01 SupplierTableFullFlag PIC X VALUE "N".
           88 SupplierTableFull VALUE "Y".
       01 LineSupplier PIC 9(5).

       01 LineSales PIC 9(8)V99.
       01 LineMargin PIC S9(8)V99.
       01 LineInvCost PIC 9(10)V99.

       01 AvgInvCost PIC 9(12)V99.
       01 GmroiValue PIC S9(5)V99.
       01 GmroiOut PIC -ZZZ9.99.
       01 MarginPct PIC S9(5)V9.
       01 MarginPctOut PIC -ZZZ9.9.

       01 TotalSales PIC 9(11)V99 VALUE ZERO.
       01 TotalMargin PIC S9(11)V99 VALUE ZERO.
       01 TotalInvCostSum PIC 9(13)V99 VALUE ZERO.
       01 SalesLinesUsed PIC 9(7) VALUE ZERO.
       01 SalesLinesUncosted PIC 9(7) VALUE ZERO.
       01 SnapLinesUncosted PIC 9(7) VALUE ZERO.

      * Figures for the report line being built, whichever view.
       01 RowSales PIC 9(11)V99.
       01 RowMargin PIC S9(11)V99.
       01 RowInvCostSum PIC 9(13)V99.

       01 ReportHeading PIC X(40)
           VALUE "Gross Margin Return on Inventory".
       01 PeriodLine.
           02 FILLER PIC X(7) VALUE "Period ".
           02 PL-StartMonth PIC 9(6).
           02 FILLER PIC X(4) VALUE " to ".
           02 PL-EndMonth PIC 9(6).
           02 FILLER PIC X(2) VALUE " (".
           02 PL-Months PIC Z9.
           02 FILLER PIC X(11) VALUE " months) - ".
           02 PL-Found PIC Z9.
           02 FILLER PIC X(4) VALUE " of ".
           02 PL-Wanted PIC Z9.
           02 FILLER PIC X(28) VALUE " month-end snapshots found".
       01 NoSnapshotsLine PIC X(60)
           VALUE "  No snapshots in the period - no average inventory".
       01 CategoryTitle PIC X(20) VALUE "By category".
       01 SupplierTitle PIC X(20) VALUE "By supplier".
       01 GmroiColHeads.
           02 FILLER PIC X(29) VALUE SPACES.
           02 FILLER PIC X(16) VALUE "   Costed sales".
           02 FILLER PIC X(16) VALUE "   Gross margin".
           02 FILLER PIC X(9) VALUE " Margin%".
           02 FILLER PIC X(18) VALUE "   Avg inv @ cost".
           02 FILLER PIC X(9) VALUE "    GMROI".
       01 GmroiLine.
           02 GL-Code PIC X(5).
           02 FILLER PIC X(2) VALUE SPACES.
           02 GL-Name PIC X(22).
           02 GL-Sales PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(3) VALUE SPACES.
           02 GL-Margin PIC -Z,ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 GL-MarginPct PIC X(7).
           02 FILLER PIC X(2) VALUE SPACES.
           02 GL-AvgInvCost PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 GL-Gmroi PIC X(8).
       01 TotalTitle PIC X(7) VALUE "Total".
       01 UncostedSalesLine.
           02 FILLER PIC X(40)
               VALUE "Sales lines with no cost basis, left out".
           02 FILLER PIC X(2) VALUE ": ".
           02 US-Count PIC Z,ZZZ,ZZ9.
       01 UncostedSnapLine.
           02 FILLER PIC X(40)
               VALUE "Snapshot lines with no average cost, out".
           02 FILLER PIC X(2) VALUE ": ".
           02 UN-Count PIC Z,ZZZ,ZZ9.

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

           DISPLAY "GMROI period end (CCYYMM, Enter for last) - "
               WITH NO ADVANCING
           ACCEPT PeriodEndMonth
           IF PeriodEndMonth = ZEROS
               MOVE BusinessToday(1:6) TO WorkMonth
               PERFORM StepBackOneMonth
               MOVE WorkMonth TO PeriodEndMonth
           END-IF

           MOVE PeriodEndMonth TO WorkMonth
           PERFORM VARYING MonthsBack FROM 1 BY 1
                   UNTIL MonthsBack NOT < GmroiMonths
               PERFORM StepBackOneMonth
           END-PERFORM
           MOVE WorkMonth TO PeriodStartMonth
           PERFORM StepBackOneMonth
           MOVE WorkMonth TO OpeningMonth

           PERFORM LoadBackedOutRuns
           PERFORM LoadCategoryNames

           OPEN INPUT StockFile
           MOVE "GadgetStock.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN INPUT CostLedgerFile
           IF WS-FileStatus = "35"
               DISPLAY "No CostLedger.dat on file - there is no cost "
                   "to value the stock at"
               STOP RUN
           END-IF
           MOVE "CostLedger.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           PERFORM AccumulateMargin
           PERFORM AccumulateInventory

           CLOSE StockFile
           CLOSE CostLedgerFile

           OPEN INPUT SupplierFile
           MOVE "SupplierMaster.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN OUTPUT GmroiRpt
           MOVE "Gmroi.rpt" TO WS-FileStatusName
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
           MOVE PeriodStartMonth TO PL-StartMonth
           MOVE PeriodEndMonth TO PL-EndMonth
           MOVE GmroiMonths TO PL-Months
           MOVE SnapshotsFound TO PL-Found
           MOVE SnapshotsWanted TO PL-Wanted
           WRITE PrintLine FROM PeriodLine AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus
           IF SnapshotsFound = 0
               WRITE PrintLine FROM NoSnapshotsLine
                   AFTER ADVANCING 1 LINE
               PERFORM CheckFileStatus
           END-IF

           PERFORM PrintCategoryView
           PERFORM PrintSupplierView

           MOVE TotalSales TO RowSales
           MOVE TotalMargin TO RowMargin
           MOVE TotalInvCostSum TO RowInvCostSum
           MOVE SPACES TO GL-Code
           MOVE TotalTitle TO GL-Name
           PERFORM WriteGmroiLine

           MOVE SalesLinesUncosted TO US-Count
           WRITE PrintLine FROM UncostedSalesLine
               AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus
           MOVE SnapLinesUncosted TO UN-Count
           WRITE PrintLine FROM UncostedSnapLine
               AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus

           CLOSE SupplierFile
           CLOSE GmroiRpt

           DISPLAY "Costed sales lines:     " SalesLinesUsed
           DISPLAY "Uncosted sales lines:   " SalesLinesUncosted
           DISPLAY "Snapshots found:        " SnapshotsFound
               " of " SnapshotsWanted
           DISPLAY "Overall GMROI:          " GL-Gmroi
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
               IF SP-ParamName = "GMROI-MONTHS"
                  AND FUNCTION TEST-NUMVAL(SP-ParamValue) = 0
                   COMPUTE GmroiMonths =
                       FUNCTION NUMVAL(SP-ParamValue)
               END-IF

               READ SiteParamFile
                   AT END SET EndOfSiteParams TO TRUE
               END-READ
           END-PERFORM

           CLOSE SiteParamFile

      * A period can't be empty, and two years of closes is as far
      * back as the snapshots are kept to any purpose.
           IF GmroiMonths < 1 OR GmroiMonths > 24
               MOVE 12 TO GmroiMonths
           END-IF.

       StepBackOneMonth.
           IF WorkMonthNum = 1
               SUBTRACT 1 FROM WorkYearNum
               MOVE 12 TO WorkMonthNum
           ELSE
               SUBTRACT 1 FROM WorkMonthNum
           END-IF.

       StepOnOneMonth.
           IF WorkMonthNum = 12
               ADD 1 TO WorkYearNum
               MOVE 1 TO WorkMonthNum
           ELSE
               ADD 1 TO WorkMonthNum
           END-IF.

      * Every category's name, read once; with no master the codes
      * print alone.
       LoadCategoryNames.
           PERFORM VARYING CategorySub FROM 1 BY 1
                   UNTIL CategorySub > 100
               MOVE "(not on category master)"
                   TO CT-CategoryName(CategorySub)
               MOVE ZEROS TO CT-Sales(CategorySub)
               MOVE ZEROS TO CT-Margin(CategorySub)
               MOVE ZEROS TO CT-InvCostSum(CategorySub)
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

      * The period's margin off the sales journal. Voucher issues
      * (no gadget) carry no margin, and backed-out runs' sales
      * don't count.
       AccumulateMargin.
           OPEN INPUT SalesJournalFile
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "05"
               MOVE "SalesJournal.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF

           READ SalesJournalFile
               AT END SET EndOfSalesJournal TO TRUE
           END-READ

           PERFORM UNTIL EndOfSalesJournal
               IF SJ-SaleDate(1:6) NOT < PeriodStartMonth
                  AND SJ-SaleDate(1:6) NOT > PeriodEndMonth
                  AND SJ-GadgedID > 0
                   MOVE SJ-RunId TO CheckedRunId
                   PERFORM CheckRunBackedOut
                   IF NOT RunBackedOut
                       PERFORM AddSaleMargin
                   END-IF
               END-IF

               READ SalesJournalFile
                   AT END SET EndOfSalesJournal TO TRUE
               END-READ
           END-PERFORM

           CLOSE SalesJournalFile.

      * A line journaled before a cost basis existed (zero, or
      * non-numeric on records from before the field) would show
      * its whole price as margin, so it is left out and counted.
       AddSaleMargin.
           IF SJ-UnitCost NOT NUMERIC OR SJ-UnitCost = 0
               ADD 1 TO SalesLinesUncosted
           ELSE
               ADD 1 TO SalesLinesUsed
               COMPUTE LineSales = SJ-QtySold * SJ-Price
               COMPUTE LineMargin =
                   SJ-QtySold * (SJ-Price - SJ-UnitCost)
               COMPUTE CategorySub = SJ-CategoryCode + 1
               ADD LineSales TO CT-Sales(CategorySub)
               ADD LineMargin TO CT-Margin(CategorySub)
               ADD LineSales TO TotalSales
               ADD LineMargin TO TotalMargin

               MOVE SJ-GadgedID TO GadgedID
               PERFORM FindGadgetSupplier
               IF SupplierSub > 0
                   ADD LineSales TO ST-Sales(SupplierSub)
                   ADD LineMargin TO ST-Margin(SupplierSub)
               END-IF
           END-IF.

      * Each month-end close from the one that opens the period to
      * the period's last, costed line by line.
       AccumulateInventory.
           MOVE OpeningMonth TO WorkMonth
           PERFORM UNTIL WorkMonth > PeriodEndMonth
               ADD 1 TO SnapshotsWanted
               PERFORM AddSnapshot
               PERFORM StepOnOneMonth
           END-PERFORM.

      * Status "05" is the missing OPTIONAL snapshot -- a month
      * nobody closed -- which is left out of the average.
       AddSnapshot.
           MOVE SPACES TO SnapshotFileName
           STRING "StockValuation" DELIMITED BY SIZE
               WorkMonth DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO SnapshotFileName
           END-STRING

           OPEN INPUT SnapshotFile
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "05"
               MOVE SnapshotFileName TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF

           IF WS-FileStatus = "00"
               ADD 1 TO SnapshotsFound
               READ SnapshotFile
                   AT END SET EndOfValuationSnap TO TRUE
               END-READ

               PERFORM UNTIL EndOfValuationSnap
                   PERFORM AddSnapshotLine

                   READ SnapshotFile
                       AT END SET EndOfValuationSnap TO TRUE
                   END-READ
               END-PERFORM
           END-IF

           CLOSE SnapshotFile.

       AddSnapshotLine.
           MOVE VS-GadgedID TO CL-GadgedID
           READ CostLedgerFile
               INVALID KEY
                   MOVE ZEROS TO CL-AvgUnitCost
           END-READ
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
              MOVE "CostLedger.dat" TO WS-FileStatusName
              PERFORM CheckFileStatus
           END-IF

           IF CL-AvgUnitCost NOT NUMERIC OR CL-AvgUnitCost = 0
               IF VS-QtyInStock > 0
                   ADD 1 TO SnapLinesUncosted
               END-IF
           ELSE
               COMPUTE LineInvCost = VS-QtyInStock * CL-AvgUnitCost
               COMPUTE CategorySub = VS-CategoryCode + 1
               ADD LineInvCost TO CT-InvCostSum(CategorySub)
               ADD LineInvCost TO TotalInvCostSum

               MOVE VS-GadgedID TO GadgedID
               PERFORM FindGadgetSupplier
               IF SupplierSub > 0
                   ADD LineInvCost TO ST-InvCostSum(SupplierSub)
               END-IF
           END-IF.

      * Sets SupplierSub to the table entry for GadgedID's usual
      * supplier, adding the supplier in order if it is new. A
      * gadget gone from the stock file is shown under supplier
      * zero. Zero SupplierSub means the table is full.
       FindGadgetSupplier.
           READ StockFile
               INVALID KEY
                   MOVE ZEROS TO LineSupplier
               NOT INVALID KEY
                   MOVE SupplierID OF StockRecord TO LineSupplier
           END-READ
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
              MOVE "GadgetStock.dat" TO WS-FileStatusName
              PERFORM CheckFileStatus
           END-IF

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
               MOVE ZEROS TO ST-Sales(SupplierSub)
               MOVE ZEROS TO ST-Margin(SupplierSub)
               MOVE ZEROS TO ST-InvCostSum(SupplierSub)
           END-IF.

       PrintCategoryView.
           MOVE "Gmroi.rpt" TO WS-FileStatusName
           WRITE PrintLine FROM CategoryTitle AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus
           WRITE PrintLine FROM GmroiColHeads AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus

           PERFORM VARYING CategorySub FROM 1 BY 1
                   UNTIL CategorySub > 100
               IF CT-Sales(CategorySub) > 0
                  OR CT-Margin(CategorySub) NOT = 0
                  OR CT-InvCostSum(CategorySub) > 0
                   MOVE CT-Sales(CategorySub) TO RowSales
                   MOVE CT-Margin(CategorySub) TO RowMargin
                   MOVE CT-InvCostSum(CategorySub) TO RowInvCostSum
                   COMPUTE CategoryCodeOut = CategorySub - 1
                   MOVE CategoryCodeOut TO GL-Code
                   MOVE CT-CategoryName(CategorySub) TO GL-Name
                   PERFORM WriteGmroiLine
               END-IF
           END-PERFORM.

       PrintSupplierView.
           MOVE "Gmroi.rpt" TO WS-FileStatusName
           WRITE PrintLine FROM SupplierTitle AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus
           WRITE PrintLine FROM GmroiColHeads AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus

           PERFORM VARYING SupplierSub FROM 1 BY 1
                   UNTIL SupplierSub > NumSuppliers
               MOVE ST-Sales(SupplierSub) TO RowSales
               MOVE ST-Margin(SupplierSub) TO RowMargin
               MOVE ST-InvCostSum(SupplierSub) TO RowInvCostSum
               MOVE ST-SupplierID(SupplierSub) TO GL-Code
               IF ST-SupplierID(SupplierSub) = 0
                   MOVE "(gadget no longer held)" TO GL-Name
               ELSE
                   MOVE ST-SupplierID(SupplierSub)
                       TO SupplierID OF SupplierRecord
                   READ SupplierFile
                       INVALID KEY
                           MOVE "(not on supplier master)" TO GL-Name
                       NOT INVALID KEY
                           MOVE SupplierName TO GL-Name
                   END-READ
                   IF WS-FileStatus NOT = "00"
                      AND WS-FileStatus NOT = "23"
                       MOVE "SupplierMaster.dat" TO WS-FileStatusName
                       PERFORM CheckFileStatus
                   END-IF
               END-IF
               PERFORM WriteGmroiLine
           END-PERFORM.

      * One line from RowSales, RowMargin and RowInvCostSum (the
      * snapshots' costs summed): the average is the sum over the
      * snapshots found. GL-Code and GL-Name are set by the caller.
       WriteGmroiLine.
           MOVE RowSales TO GL-Sales
           MOVE RowMargin TO GL-Margin
           IF RowSales > 0
               COMPUTE MarginPct ROUNDED = RowMargin * 100 / RowSales
               MOVE MarginPct TO MarginPctOut
               MOVE MarginPctOut TO GL-MarginPct
           ELSE
               MOVE "    n/a" TO GL-MarginPct
           END-IF

           MOVE ZEROS TO AvgInvCost
           IF SnapshotsFound > 0
               COMPUTE AvgInvCost ROUNDED =
                   RowInvCostSum / SnapshotsFound
           END-IF
           MOVE AvgInvCost TO GL-AvgInvCost
           IF AvgInvCost > 0
               COMPUTE GmroiValue ROUNDED = RowMargin / AvgInvCost
                   ON SIZE ERROR MOVE 9999.99 TO GmroiValue
               END-COMPUTE
               MOVE GmroiValue TO GmroiOut
               MOVE GmroiOut TO GL-Gmroi
           ELSE
               MOVE "     n/a" TO GL-Gmroi
           END-IF

           MOVE "Gmroi.rpt" TO WS-FileStatusName
           WRITE PrintLine FROM GmroiLine AFTER ADVANCING 1 LINE
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

           MOVE "GmroiReport" TO CapacityProgram
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
