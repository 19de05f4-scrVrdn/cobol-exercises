       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConsignmentSettlement.
       AUTHOR. io.github.scrvrdn.
      * The monthly consignment settlement: for each supplier with
      * stock placed with us on consignment, a statement page of what
      * of theirs we sold in the month off SalesJournal.dat, less
      * what came back off ReturnsLog.dat, at the unit payable agreed
      * on ConsignmentStock.dat -- the amount we owe them for the
      * month. The statement goes to the supplier and to payables.
      *
      * A sale counts if the gadget was on consignment on the day it
      * was sold; a return counts if the sale it reverses did (on the
      * return day for log records from before the sale date was
      * carried). Backed-out runs' sales and returns are discounted.
      * Returns are credited at the unit payable on the register
      * today, which is the one the sale was settled at unless the
      * rate has been changed since.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OPTIONAL on a site that takes nothing on consignment: the
      * statement then says there is nothing to settle.
           SELECT OPTIONAL ConsignmentFile
               ASSIGN TO "ConsignmentStock.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CN-GadgedID
               FILE STATUS IS WS-FileStatus.

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

           SELECT SettlementRpt ASSIGN TO "ConsignmentSettlement.rpt"
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


      * The business day this cycle stamps from, set by the batch
      * driver -- see BUSDATE.
           SELECT BusinessDateFile ASSIGN TO "BusinessDate.dat"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD BusinessDateFile.
           COPY BUSDATE.

       FD ConsignmentFile.
           COPY CONSIGN.

       FD SalesJournalFile.
           COPY SALESJRN.

       FD ReturnsLogFile.
           COPY RETLOG.

       FD StockFile.
           COPY STOCKREC.

       FD SupplierFile.
           COPY SUPPREC.

       FD SettlementRpt.
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

      * Real page handling, same machinery as StockVelocityReport.
       01 RptLineCount PIC 9(3) VALUE ZERO.
       01 RptPageSize PIC 9(3) VALUE 60.
       01 RptAdvance PIC 9.
       01 PendingReportLine PIC X(100).
       01 FirstPageFlag PIC X VALUE "Y".
           88 FirstPage VALUE "Y".

      * The month being settled (CCYYMM) -- defaults to the month
      * before the business month, the one just closed.
       01 SettlementMonth PIC 9(6) VALUE ZEROS.
       01 WorkMonth PIC 9(6).
       01 WorkMonthParts REDEFINES WorkMonth.
           02 WorkYearNum PIC 9(4).
           02 WorkMonthNum PIC 9(2).

      * Every gadget on the consignment register, in GadgedID order
      * as read, with the month's units sold and returned against
      * it.
       01 MaxConsigned PIC 9(4) VALUE 2000.
       01 ConsignedTable.
           02 NumConsigned PIC 9(4) VALUE ZERO.
           02 ConsignedEntry OCCURS 0 TO 2000 TIMES
                    DEPENDING ON NumConsigned
                    INDEXED BY Con-Idx.
              03 CT-GadgedID PIC 9(6).
              03 CT-SupplierID PIC 9(5).
              03 CT-UnitPayable PIC 9(4)V99.
              03 CT-StartDate PIC 9(8).
              03 CT-EndDate PIC 9(8).
              03 CT-Sold PIC 9(6).
              03 CT-Returned PIC 9(6).
       01 ConsignedFoundFlag PIC X.
           88 ConsignedFound VALUE "Y".
       01 LineGadget PIC 9(6).
       01 LineDate PIC 9(8).

      * Each supplier with something to settle, kept in
      * supplier-number order, with the amount due.
       01 MaxSuppliers PIC 9(3) VALUE 500.
       01 SupplierTable.
           02 NumSuppliers PIC 9(3) VALUE ZERO.
           02 SupplierEntry OCCURS 0 TO 500 TIMES
                    DEPENDING ON NumSuppliers.
              03 ST-SupplierID PIC 9(5).
              03 ST-AmountDue PIC S9(8)V99.
       01 SupplierSub PIC 9(3).
       01 ShiftSub PIC 9(3).
       01 SupplierTableFullFlag PIC X VALUE "N".
           88 SupplierTableFull VALUE "Y".
       01 LineSupplier PIC 9(5).
       01 PageSupplierName PIC X(30).

       01 NetUnits PIC S9(6).
       01 LineAmount PIC S9(8)V99.
       01 TotalDue PIC S9(9)V99 VALUE ZERO.
       01 BackedOutSkipped PIC 9(6) VALUE ZERO.

       01 ReportHeading PIC X(40)
           VALUE "Consignment Settlement Statement".
       01 SupplierHeadLine.
           02 FILLER PIC X(9) VALUE "Supplier ".
           02 SH-SupplierID PIC 9(5).
           02 FILLER PIC X(2) VALUE SPACES.
           02 SH-SupplierName PIC X(30).
           02 FILLER PIC X(11) VALUE "   Month   ".
           02 SH-Month PIC 9(6).
       01 SettleColHeads.
           02 FILLER PIC X(38) VALUE "Gadget  Description".
           02 FILLER PIC X(8) VALUE "    Sold".
           02 FILLER PIC X(9) VALUE " Returned".
           02 FILLER PIC X(8) VALUE "     Net".
           02 FILLER PIC X(11) VALUE "  Unit due".
           02 FILLER PIC X(14) VALUE "        Amount".
       01 SettleLine.
           02 SL-GadgedID PIC 9(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 SL-GadgetName PIC X(30).
           02 SL-Sold PIC ZZZ,ZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 SL-Returned PIC ZZZ,ZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 SL-Net PIC -ZZZ,ZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 SL-UnitPayable PIC Z,ZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 SL-Amount PIC -ZZ,ZZZ,ZZ9.99.
       01 SupplierTotalLine.
           02 FILLER PIC X(38) VALUE "Total due to supplier".
           02 FILLER PIC X(36) VALUE SPACES.
           02 STL-Amount PIC -ZZ,ZZZ,ZZ9.99.
       01 NoActivityLine PIC X(50)
           VALUE "  (no consignment stock sold this month)".
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

           DISPLAY "Settlement month (CCYYMM, Enter for last) - "
               WITH NO ADVANCING
           ACCEPT SettlementMonth
           IF SettlementMonth = ZEROS
               MOVE BusinessToday(1:6) TO WorkMonth
               PERFORM StepBackOneMonth
               MOVE WorkMonth TO SettlementMonth
           END-IF

           PERFORM LoadBackedOutRuns
           PERFORM LoadConsignments
           PERFORM AccumulateSales
           PERFORM AccumulateReturns
           PERFORM RollUpSuppliers

           OPEN INPUT StockFile
           MOVE "GadgetStock.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN INPUT SupplierFile
           MOVE "SupplierMaster.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN OUTPUT SettlementRpt
           MOVE "ConsignmentSettlement.rpt" TO WS-FileStatusName
           PERFORM CheckFileStatus

           IF NumSuppliers = 0
               MOVE ZEROS TO LineSupplier
               MOVE SPACES TO PageSupplierName
               PERFORM NewReportPage
               MOVE NoActivityLine TO PrintLine
               MOVE 2 TO RptAdvance
               PERFORM WriteReportLine
           END-IF

           PERFORM VARYING SupplierSub FROM 1 BY 1
                   UNTIL SupplierSub > NumSuppliers
               PERFORM PrintSupplierStatement
           END-PERFORM

           IF BackedOutSkipped > 0
               MOVE BackedOutSkipped TO BL-Count
               MOVE BackedOutLine TO PrintLine
               MOVE 2 TO RptAdvance
               PERFORM WriteReportLine
           END-IF

           CLOSE StockFile
           CLOSE SupplierFile
           CLOSE SettlementRpt

           DISPLAY "Settlement month:        " SettlementMonth
           DISPLAY "Suppliers to settle:     " NumSuppliers
           DISPLAY "Total due to suppliers:  " TotalDue
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

       StepBackOneMonth.
           IF WorkMonthNum = 1
               SUBTRACT 1 FROM WorkYearNum
               MOVE 12 TO WorkMonthNum
           ELSE
               SUBTRACT 1 FROM WorkMonthNum
           END-IF.

      * The whole consignment register, ended consignments included
      * -- one ended part-way through the month still has sales in
      * it to settle. Status "05" is the missing OPTIONAL register.
       LoadConsignments.
           OPEN INPUT ConsignmentFile
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "05"
               MOVE "ConsignmentStock.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF

           IF WS-FileStatus = "00"
               READ ConsignmentFile NEXT RECORD
                   AT END SET EndOfConsignments TO TRUE
               END-READ
               MOVE "ConsignmentStock.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus

               PERFORM UNTIL EndOfConsignments
                   IF NumConsigned < MaxConsigned
                       ADD 1 TO NumConsigned
                       MOVE CN-GadgedID TO CT-GadgedID(NumConsigned)
                       MOVE CN-SupplierID TO CT-SupplierID(NumConsigned)
                       MOVE CN-UnitPayable
                           TO CT-UnitPayable(NumConsigned)
                       MOVE CN-StartDate TO CT-StartDate(NumConsigned)
                       MOVE CN-EndDate TO CT-EndDate(NumConsigned)
                       MOVE ZEROS TO CT-Sold(NumConsigned)
                       MOVE ZEROS TO CT-Returned(NumConsigned)
                   ELSE
                       DISPLAY "Warning: more than " MaxConsigned
                           " consigned gadgets - gadget "
                           CN-GadgedID " left out of the settlement"
                   END-IF

                   READ ConsignmentFile NEXT RECORD
                       AT END SET EndOfConsignments TO TRUE
                   END-READ
                   PERFORM CheckFileStatus
               END-PERFORM
           END-IF

           CLOSE ConsignmentFile.

      * The month's sales of gadgets on consignment the day they
      * were sold. Voucher issues (no gadget) never are, and
      * backed-out runs' sales don't count.
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
               IF SJ-SaleDate(1:6) = SettlementMonth
                  AND SJ-GadgedID > 0
                   MOVE SJ-GadgedID TO LineGadget
                   MOVE SJ-SaleDate TO LineDate
                   PERFORM FindConsignment
                   IF ConsignedFound
                       MOVE SJ-RunId TO CheckedRunId
                       PERFORM CheckRunBackedOut
                       IF RunBackedOut
                           ADD 1 TO BackedOutSkipped
                       ELSE
                           ADD SJ-QtySold TO CT-Sold(Con-Idx)
                       END-IF
                   END-IF
               END-IF

               READ SalesJournalFile
                   AT END SET EndOfSalesJournal TO TRUE
               END-READ
           END-PERFORM

           CLOSE SalesJournalFile.

      * The month's returns of units sold on consignment, credited
      * back against the supplier. A log record from before the
      * sale date was carried is judged on its return day, and one
      * from before the run id was carried can't be tied to a run,
      * and counts.
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
               IF RT-ReturnDate(1:6) = SettlementMonth
                   MOVE RT-GadgedID TO LineGadget
                   IF RT-SaleDate NUMERIC AND RT-SaleDate > 0
                       MOVE RT-SaleDate TO LineDate
                   ELSE
                       MOVE RT-ReturnDate TO LineDate
                   END-IF
                   PERFORM FindConsignment
                   IF ConsignedFound
                       MOVE "N" TO RunBackedOutFlag
                       IF RT-RunId NUMERIC
                           MOVE RT-RunId TO CheckedRunId
                           PERFORM CheckRunBackedOut
                       END-IF
                       IF RunBackedOut
                           ADD 1 TO BackedOutSkipped
                       ELSE
                           ADD RT-QtyReturned TO CT-Returned(Con-Idx)
                       END-IF
                   END-IF
               END-IF

               READ ReturnsLogFile
                   AT END SET EndOfReturnsLog TO TRUE
               END-READ
           END-PERFORM

           CLOSE ReturnsLogFile.

      * Sets ConsignedFound, with Con-Idx on the register entry, if
      * LineGadget was on consignment on LineDate: placed on or
      * before it and not ended by then.
       FindConsignment.
           MOVE "N" TO ConsignedFoundFlag
           SET Con-Idx TO 1
           SEARCH ConsignedEntry
               AT END
                   CONTINUE
               WHEN CT-GadgedID(Con-Idx) = LineGadget
                   IF CT-StartDate(Con-Idx) NOT > LineDate
                      AND (CT-EndDate(Con-Idx) = ZEROS
                           OR CT-EndDate(Con-Idx) > LineDate)
                       SET ConsignedFound TO TRUE
                   END-IF
           END-SEARCH.

      * Totals each supplier's amount due from its gadgets' net
      * units, opening a statement for every supplier with anything
      * sold or returned in the month.
       RollUpSuppliers.
           PERFORM VARYING Con-Idx FROM 1 BY 1
                   UNTIL Con-Idx > NumConsigned
               IF CT-Sold(Con-Idx) > 0 OR CT-Returned(Con-Idx) > 0
                   MOVE CT-SupplierID(Con-Idx) TO LineSupplier
                   PERFORM FindSupplier
                   IF SupplierSub > 0
                       COMPUTE LineAmount =
                           (CT-Sold(Con-Idx) - CT-Returned(Con-Idx))
                               * CT-UnitPayable(Con-Idx)
                       ADD LineAmount TO ST-AmountDue(SupplierSub)
                       ADD LineAmount TO TotalDue
                   END-IF
               END-IF
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
                       "settlement"
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
               MOVE ZEROS TO ST-AmountDue(SupplierSub)
           END-IF.

      * One supplier's statement, on a page of its own: each of its
      * gadgets with anything sold or returned, then the amount due.
       PrintSupplierStatement.
           MOVE ST-SupplierID(SupplierSub) TO LineSupplier
           MOVE LineSupplier TO SupplierID OF SupplierRecord
           READ SupplierFile
               INVALID KEY
                   MOVE "(not on supplier master)" TO PageSupplierName
               NOT INVALID KEY
                   MOVE SupplierName TO PageSupplierName
           END-READ
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
               MOVE "SupplierMaster.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF

           PERFORM NewReportPage
           MOVE SettleColHeads TO PrintLine
           MOVE 2 TO RptAdvance
           PERFORM WriteReportLine

           PERFORM VARYING Con-Idx FROM 1 BY 1
                   UNTIL Con-Idx > NumConsigned
               IF CT-SupplierID(Con-Idx) = LineSupplier
                  AND (CT-Sold(Con-Idx) > 0
                       OR CT-Returned(Con-Idx) > 0)
                   PERFORM WriteSettleLine
               END-IF
           END-PERFORM

           MOVE ST-AmountDue(SupplierSub) TO STL-Amount
           MOVE SupplierTotalLine TO PrintLine
           MOVE 2 TO RptAdvance
           PERFORM WriteReportLine.

       WriteSettleLine.
           COMPUTE NetUnits = CT-Sold(Con-Idx) - CT-Returned(Con-Idx)
           COMPUTE LineAmount = NetUnits * CT-UnitPayable(Con-Idx)
           MOVE CT-GadgedID(Con-Idx) TO SL-GadgedID
           MOVE CT-GadgedID(Con-Idx) TO GadgedID
           READ StockFile
               INVALID KEY
                   MOVE "(gadget no longer held)" TO SL-GadgetName
               NOT INVALID KEY
                   MOVE GadgetName TO SL-GadgetName
           END-READ
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
               MOVE "GadgetStock.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF
           MOVE CT-Sold(Con-Idx) TO SL-Sold
           MOVE CT-Returned(Con-Idx) TO SL-Returned
           MOVE NetUnits TO SL-Net
           MOVE CT-UnitPayable(Con-Idx) TO SL-UnitPayable
           MOVE LineAmount TO SL-Amount
           MOVE SettleLine TO PrintLine
           MOVE 1 TO RptAdvance
           PERFORM WriteReportLine.

      * Starts a page: the run-date/page stamp, the report title,
      * and the supplier and month the page settles. Each supplier
      * starts a fresh page, so each statement can go out on its
      * own.
       NewReportPage.
           MOVE BusinessToday TO RptRunDate
           MOVE RptRunDate(5:2) TO RptStampMonth
           MOVE RptRunDate(7:2) TO RptStampDay
           MOVE RptRunDate(1:4) TO RptStampYear
           MOVE RptPageNumber TO RptStampPage
           ADD 1 TO RptPageNumber
           MOVE "ConsignmentSettlement.rpt" TO WS-FileStatusName
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
           MOVE LineSupplier TO SH-SupplierID
           MOVE PageSupplierName TO SH-SupplierName
           MOVE SettlementMonth TO SH-Month
           WRITE PrintLine FROM SupplierHeadLine AFTER ADVANCING 1 LINE
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
           MOVE "ConsignmentSettlement.rpt" TO WS-FileStatusName
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

           MOVE "ConsignmentSettlement" TO CapacityProgram
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
