       IDENTIFICATION DIVISION.
       PROGRAM-ID. MarkdownSellThroughReport.
       AUTHOR. io.github.scrvrdn.
      * The follow-up to MarkdownProposal: did the clearance prices
      * actually move the stock, and what did it cost us? For each
      * gadget with a markdown PriceApproval has released, totals
      * the units sold from the day the first markdown went on the
      * shelf, sets them against what is still left to give the
      * sell-through, and works out the margin given away -- list
      * price less the price actually taken, on every unit sold
      * since. A line that is still mostly on the shelf after its
      * deepest step is a candidate for delisting, not another cut.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PendingPriceFile
               ASSIGN TO "PendingPriceChanges.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

      * OPTIONAL: a site with nothing journaled has sold nothing
      * since any markdown.
           SELECT OPTIONAL SalesJournalFile
               ASSIGN TO "SalesJournal.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

           SELECT StockFile ASSIGN TO "GadgetStock.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GadgedID
               FILE STATUS IS WS-FileStatus.

           SELECT SellThroughRpt ASSIGN TO "MarkdownSellThrough.rpt"
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


      * The business day this cycle stamps from, set by the batch
      * driver -- see BUSDATE.
           SELECT BusinessDateFile ASSIGN TO "BusinessDate.dat"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD BusinessDateFile.
           COPY BUSDATE.

       FD PendingPriceFile.
           COPY PENDPRC.

       FD SalesJournalFile.
           COPY SALESJRN.

       FD StockFile.
           COPY STOCKREC.

       FD SellThroughRpt.
       01 PrintLine PIC X(100).

       FD BackedOutRunFile.
           COPY BAKOUTRG.

       FD CapacityLogFile.
           COPY CAPLOG.

       WORKING-STORAGE SECTION.
       01 BusinessToday PIC 9(8) VALUE ZEROS.
       COPY FILESTAT.
       COPY CAPLWS.
       COPY RPTHEAD.

      * One entry per marked-down gadget: when clearance pricing
      * first went on the shelf, the deepest step and its price, the
      * list price the steps came off, and what has sold since.
       01 MaxMarkdowns PIC 9(4) VALUE 1000.
       01 MarkdownTable.
           02 NumMarkdowns PIC 9(4) VALUE ZERO.
           02 MarkdownEntry OCCURS 0 TO 1000 TIMES
                    DEPENDING ON NumMarkdowns
                    INDEXED BY Mkd-Idx.
              03 MK-GadgedID PIC 9(6).
              03 MK-FirstReleased PIC 9(8).
              03 MK-Step PIC 9.
              03 MK-ListPrice PIC 9(4)V99.
              03 MK-MarkedPrice PIC 9(4)V99.
              03 MK-UnitsSold PIC 9(7).
              03 MK-Takings PIC 9(9)V99.
              03 MK-GivenAway PIC 9(9)V99.
       01 MarkdownTableFullFlag PIC X VALUE "N".
           88 MarkdownTableFull VALUE "Y".
       01 FoundMarkdownIdx PIC 9(4).
       01 MarkdownScanIdx PIC 9(4).

       01 SellThroughPct PIC 999V9.
       01 TotalUnitsSold PIC 9(8) VALUE ZERO.
       01 TotalTakings PIC 9(10)V99 VALUE ZERO.
       01 TotalGivenAway PIC 9(10)V99 VALUE ZERO.

       01 ReportHeading PIC X(40)
           VALUE "Clearance Markdown Sell-Through".
       01 SellThroughColHeads.
           02 FILLER PIC X(8) VALUE "Gadget".
           02 FILLER PIC X(22) VALUE "GadgetName".
           02 FILLER PIC X(10) VALUE "Since".
           02 FILLER PIC X(5) VALUE "Step".
           02 FILLER PIC X(10) VALUE "List".
           02 FILLER PIC X(10) VALUE "Marked".
           02 FILLER PIC X(7) VALUE "Sold".
           02 FILLER PIC X(7) VALUE "Left".
           02 FILLER PIC X(8) VALUE "Sell%".
           02 FILLER PIC X(10) VALUE "Given away".
       01 SellThroughLine.
           02 ST-GadgedID PIC 9(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 ST-GadgetName PIC X(20).
           02 FILLER PIC X(2) VALUE SPACES.
           02 ST-FirstReleased PIC 9(8).
           02 FILLER PIC X(3) VALUE SPACES.
           02 ST-Step PIC 9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 ST-ListPrice PIC Z,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 ST-MarkedPrice PIC Z,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 ST-UnitsSold PIC ZZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 ST-Left PIC ZZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 ST-SellThrough PIC ZZ9.9.
           02 FILLER PIC X(2) VALUE "% ".
           02 ST-GivenAway PIC ZZZ,ZZ9.99.
       01 NoMarkdownsLine PIC X(40)
           VALUE "  (no released markdowns on file)".
       01 SellThroughSummary.
           02 FILLER PIC X(21) VALUE "Marked-down gadgets: ".
           02 SS-Gadgets PIC ZZZ9.
           02 FILLER PIC X(14) VALUE "  units sold ".
           02 SS-UnitsSold PIC ZZ,ZZZ,ZZ9.
           02 FILLER PIC X(11) VALUE "  takings ".
           02 SS-Takings PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 GivenAwaySummary.
           02 FILLER PIC X(35)
               VALUE "Margin given away against list:   ".
           02 GS-GivenAway PIC Z,ZZZ,ZZZ,ZZ9.99.

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
           PERFORM LoadBackedOutRuns
           PERFORM LoadReleasedMarkdowns
           IF NumMarkdowns > 0
               PERFORM TallySalesSinceMarkdown
           END-IF

           OPEN INPUT StockFile
           MOVE "GadgetStock.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN OUTPUT SellThroughRpt
           MOVE "MarkdownSellThrough.rpt" TO WS-FileStatusName
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
           WRITE PrintLine FROM SellThroughColHeads
               AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus

           IF NumMarkdowns = 0
               WRITE PrintLine FROM NoMarkdownsLine
                   AFTER ADVANCING 1 LINE
               PERFORM CheckFileStatus
           END-IF

           PERFORM VARYING MarkdownScanIdx FROM 1 BY 1
                 UNTIL MarkdownScanIdx > NumMarkdowns
               PERFORM WriteSellThroughLine
           END-PERFORM

           MOVE NumMarkdowns TO SS-Gadgets
           MOVE TotalUnitsSold TO SS-UnitsSold
           MOVE TotalTakings TO SS-Takings
           MOVE "MarkdownSellThrough.rpt" TO WS-FileStatusName
           WRITE PrintLine FROM SellThroughSummary
               AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus
           MOVE TotalGivenAway TO GS-GivenAway
           WRITE PrintLine FROM GivenAwaySummary
               AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus

           CLOSE StockFile
           CLOSE SellThroughRpt

           DISPLAY "Marked-down gadgets reported: " NumMarkdowns
           DISPLAY "Margin given away: " TotalGivenAway
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

      * Every released markdown on the pending file, one table entry
      * per gadget: the earliest release starts the sell-through
      * window, the deepest step gives the price now on the shelf.
      * Status "05" is the missing OPTIONAL file.
       LoadReleasedMarkdowns.
           OPEN INPUT PendingPriceFile
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "05"
               MOVE "PendingPriceChanges.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF

           READ PendingPriceFile
               AT END SET EndOfPendingPrices TO TRUE
           END-READ

           PERFORM UNTIL EndOfPendingPrices
               IF PP-Markdown AND PP-Released
                   PERFORM NoteReleasedMarkdown
               END-IF

               READ PendingPriceFile
                   AT END SET EndOfPendingPrices TO TRUE
               END-READ
           END-PERFORM

           CLOSE PendingPriceFile.

       NoteReleasedMarkdown.
           MOVE ZEROS TO FoundMarkdownIdx
           SET Mkd-Idx TO 1
           SEARCH MarkdownEntry
               AT END CONTINUE
               WHEN MK-GadgedID(Mkd-Idx) = PP-GadgedID
                   SET FoundMarkdownIdx TO Mkd-Idx
           END-SEARCH

           IF FoundMarkdownIdx = 0
               IF NumMarkdowns < MaxMarkdowns
                   ADD 1 TO NumMarkdowns
                   MOVE NumMarkdowns TO FoundMarkdownIdx
                   MOVE PP-GadgedID TO MK-GadgedID(FoundMarkdownIdx)
                   MOVE PP-DecisionDate
                       TO MK-FirstReleased(FoundMarkdownIdx)
                   MOVE ZEROS TO MK-Step(FoundMarkdownIdx)
                   MOVE ZEROS TO MK-UnitsSold(FoundMarkdownIdx)
                   MOVE ZEROS TO MK-Takings(FoundMarkdownIdx)
                   MOVE ZEROS TO MK-GivenAway(FoundMarkdownIdx)
               ELSE
                   IF NOT MarkdownTableFull
                       DISPLAY "Warning: markdown table full at "
                           MaxMarkdowns " gadgets - later markdowns "
                           "left off the report"
                       SET MarkdownTableFull TO TRUE
                   END-IF
               END-IF
           END-IF

           IF FoundMarkdownIdx > 0
               IF PP-DecisionDate < MK-FirstReleased(FoundMarkdownIdx)
                   MOVE PP-DecisionDate
                       TO MK-FirstReleased(FoundMarkdownIdx)
               END-IF
               IF PP-MarkdownStep NOT < MK-Step(FoundMarkdownIdx)
                   MOVE PP-MarkdownStep TO MK-Step(FoundMarkdownIdx)
                   MOVE PP-ListPrice
                       TO MK-ListPrice(FoundMarkdownIdx)
                   MOVE PP-NewPrice
                       TO MK-MarkedPrice(FoundMarkdownIdx)
               END-IF
           END-IF.

      * One pass over the sales journal, crediting each sale of a
      * marked-down gadget made on or after its first release. The
      * margin given away is list price less the price actually
      * charged -- a later full-price sale gives nothing away.
       TallySalesSinceMarkdown.
           OPEN INPUT SalesJournalFile
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "05"
               MOVE "SalesJournal.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF

           READ SalesJournalFile
               AT END SET EndOfSalesJournal TO TRUE
           END-READ

           PERFORM UNTIL EndOfSalesJournal
               MOVE SJ-RunId TO CheckedRunId
               PERFORM CheckRunBackedOut
               IF NOT RunBackedOut
                   PERFORM CreditOneSale
               END-IF

               READ SalesJournalFile
                   AT END SET EndOfSalesJournal TO TRUE
               END-READ
           END-PERFORM

           CLOSE SalesJournalFile.

       CreditOneSale.
           MOVE ZEROS TO FoundMarkdownIdx
           SET Mkd-Idx TO 1
           SEARCH MarkdownEntry
               AT END CONTINUE
               WHEN MK-GadgedID(Mkd-Idx) = SJ-GadgedID
                   SET FoundMarkdownIdx TO Mkd-Idx
           END-SEARCH

           IF FoundMarkdownIdx > 0
               IF SJ-SaleDate NOT < MK-FirstReleased(FoundMarkdownIdx)
                   ADD SJ-QtySold TO MK-UnitsSold(FoundMarkdownIdx)
                   COMPUTE MK-Takings(FoundMarkdownIdx) =
                       MK-Takings(FoundMarkdownIdx)
                       + SJ-QtySold * SJ-Price
                   IF SJ-Price < MK-ListPrice(FoundMarkdownIdx)
                       COMPUTE MK-GivenAway(FoundMarkdownIdx) =
                           MK-GivenAway(FoundMarkdownIdx)
                           + SJ-QtySold
                           * (MK-ListPrice(FoundMarkdownIdx)
                              - SJ-Price)
                   END-IF
               END-IF
           END-IF.

      * Sell-through is what sold since the markdown against what
      * sold plus what is still on the shelf.
       WriteSellThroughLine.
           MOVE MK-GadgedID(MarkdownScanIdx) TO GadgedID
           READ StockFile
               INVALID KEY
                   MOVE "(not on stock file)" TO GadgetName
                   MOVE ZEROS TO QtyInStock
           END-READ
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
              MOVE "GadgetStock.dat" TO WS-FileStatusName
              PERFORM CheckFileStatus
           END-IF

           MOVE ZEROS TO SellThroughPct
           IF MK-UnitsSold(MarkdownScanIdx) + QtyInStock > 0
               COMPUTE SellThroughPct ROUNDED =
                   MK-UnitsSold(MarkdownScanIdx) * 100
                   / (MK-UnitsSold(MarkdownScanIdx) + QtyInStock)
           END-IF

           ADD MK-UnitsSold(MarkdownScanIdx) TO TotalUnitsSold
           ADD MK-Takings(MarkdownScanIdx) TO TotalTakings
           ADD MK-GivenAway(MarkdownScanIdx) TO TotalGivenAway

           MOVE MK-GadgedID(MarkdownScanIdx) TO ST-GadgedID
           MOVE GadgetName TO ST-GadgetName
           MOVE MK-FirstReleased(MarkdownScanIdx) TO ST-FirstReleased
           MOVE MK-Step(MarkdownScanIdx) TO ST-Step
           MOVE MK-ListPrice(MarkdownScanIdx) TO ST-ListPrice
           MOVE MK-MarkedPrice(MarkdownScanIdx) TO ST-MarkedPrice
           MOVE MK-UnitsSold(MarkdownScanIdx) TO ST-UnitsSold
           MOVE QtyInStock TO ST-Left
           MOVE SellThroughPct TO ST-SellThrough
           MOVE MK-GivenAway(MarkdownScanIdx) TO ST-GivenAway
           MOVE "MarkdownSellThrough.rpt" TO WS-FileStatusName
           WRITE PrintLine FROM SellThroughLine AFTER ADVANCING 1 LINE
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

           MOVE "MarkdownSellThroughReport" TO CapacityProgram
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
