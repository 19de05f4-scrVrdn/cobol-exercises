               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

      * Each aged gadget's profile in data form, replaced each run,
      * for MarkdownProposal to price clearance steps from.
           SELECT AgedStockFile ASSIGN TO "AgedStock.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

      * The site's standing operational knobs, read at startup so
      * the dead-stock age can move without a programmer and a
      * recompile. OPTIONAL: a missing file leaves the compiled
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

      * Each run's high-water mark on its fixed tables, for the
      * nightly capacity watch -- see CAPLOG.
           SELECT CapacityLogFile ASSIGN TO "CapacityLog.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD BusinessDateFile.
       FD SiteParamFile.
           COPY SITEPARM.

       FD AgedStockFile.
           COPY AGEDSTK.

       FD BackedOutRunFile.
           COPY BAKOUTRG.

       FD CapacityLogFile.
           COPY CAPLOG.

       WORKING-STORAGE SECTION.
       01 BusinessToday PIC 9(8) VALUE ZEROS.
       COPY FILESTAT.
       COPY CAPLWS.
       COPY RPTHEAD.

      * Real page handling, same machinery as StockVelocityReport.
           MOVE "StockAging.rpt" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN OUTPUT AgedStockFile
           MOVE "AgedStock.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           PERFORM NewReportPage

           READ StockFile NEXT RECORD

           CLOSE StockFile
           CLOSE AgingRpt
           CLOSE AgedStockFile

           DISPLAY "Gadgets aged: " GadgetsAged
           DISPLAY "Dead-stock flags: " DeadStockFlagged
      * One gadget end to end: rebuild its FIFO layers from the
      * ledger, bucket what remains into the age bands, and print
      * the line with a DEAD flag when even the youngest remaining
      * unit is past the dead-stock age. The same ages go to
      * AgedStock.dat.
       AgeOneGadget.
           ADD 1 TO GadgetsAged
           PERFORM BuildFifoLayers
           MOVE BandOver180 TO AG-Band4

           MOVE SPACES TO AG-Flag
           MOVE "N" TO SA-DeadStockFlag
           IF YoungestAgeDays > DeadStockAgeDays
               MOVE "DEAD" TO AG-Flag
               SET SA-DeadStock TO TRUE
               ADD 1 TO DeadStockFlagged
           END-IF

           MOVE GadgedID TO SA-GadgedID
           MOVE BusinessToday TO SA-AgedDate
           MOVE QtyInStock TO SA-QtyInStock
           MOVE YoungestAgeDays TO SA-YoungestAgeDays
           WRITE AgedStockRec
           MOVE "AgedStock.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           MOVE "StockAging.rpt" TO WS-FileStatusName
           MOVE AgingLine TO PrintLine
           MOVE 1 TO RptAdvance
               END-READ
           END-PERFORM

           CLOSE BackedOutRunFile

           MOVE "StockAgingReport" TO CapacityProgram
           MOVE "BACKED-OUT-RUNS" TO CapacityTableName
           MOVE NumBackedOutRuns TO CapacityHighWater
           MOVE 100 TO CapacityLimit
           MOVE BackedOutTableFullFlag TO CapacityOverflowFlag
           PERFORM RecordCapacity.

      * Whether CheckedRunId belongs to a run StockBackout undid --
      * its entries then don't count.
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
