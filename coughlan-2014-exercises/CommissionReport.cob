       IDENTIFICATION DIVISION.
       PROGRAM-ID. CommissionReport.
       AUTHOR. io.github.scrvrdn.
      * Monthly commission run for the floor staff, in place of the
      * handwritten tally sheets. Every sale PointOfSale journaled
      * in the month is credited to the operator signed on when it
      * went through; every refund Returns paid out in the month is
      * charged back to the operator who made the sale it reversed.
      * Each category's net is paid at the category's commission
      * rate off CategoryMaster.dat, and the report shows, operator
      * by operator and category by category, the sales, returns,
      * net and commission due. Sales taken with nobody signed on
      * are listed as unattributed and earn no commission.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OPTIONAL: a site with nothing journaled has paid nothing.
           SELECT OPTIONAL SalesJournalFile
               ASSIGN TO "SalesJournal.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

      * OPTIONAL: a month without a single return has no log yet.
           SELECT OPTIONAL ReturnsLogFile ASSIGN TO "ReturnsLog.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

           SELECT CategoryFile ASSIGN TO "CategoryMaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CategoryCode
               FILE STATUS IS WS-FileStatus.

           SELECT CommissionRpt ASSIGN TO "Commission.rpt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

           SELECT SortWorkFile ASSIGN TO "CommissionSort.dat".

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

       FD SalesJournalFile.
           COPY SALESJRN.

       FD ReturnsLogFile.
           COPY RETLOG.

       FD CategoryFile.
           COPY CATREC.

       FD CommissionRpt.
       01 PrintLine PIC X(90).

       FD BackedOutRunFile.
           COPY BAKOUTRG.

       FD CapacityLogFile.
           COPY CAPLOG.

      * One record per sale or refund in the month, under the
      * operator it is credited or charged to.
       SD SortWorkFile.
       01 SortWorkRec.
           02 SW-OperatorId PIC X(10).
           02 SW-CategoryCode PIC 9(2).
           02 SW-SalesValue PIC 9(8)V99.
           02 SW-ReturnsValue PIC 9(8)V99.

       WORKING-STORAGE SECTION.
       01 BusinessToday PIC 9(8) VALUE ZEROS.
       COPY FILESTAT.
       COPY CAPLWS.
       COPY RPTHEAD.

      * The month being paid (CCYYMM) -- defaults to the business
      * month when the operator just presses Enter.
       01 CommissionMonth PIC 9(6) VALUE ZEROS.

      * Each category's name and commission rate, subscripted by
      * category code + 1 (codes run 00-99). A category not on the
      * master pays nothing.
       01 CategoryTable.
           02 CategoryEntry OCCURS 100 TIMES.
              03 CR-CategoryName PIC X(20).
              03 CR-CommissionPct PIC 9(2)V99.
       01 CategorySub PIC 9(3).

       01 SortDrainedFlag PIC X VALUE "N".
           88 SortDrained VALUE "Y".
       01 OperatorOpenFlag PIC X VALUE "N".
           88 OperatorOpen VALUE "Y".
       01 CategoryOpenFlag PIC X VALUE "N".
           88 CategoryOpen VALUE "Y".

       01 CurrentOperator PIC X(10).
       01 CurrentCategory PIC 9(2).

       01 CategorySales PIC 9(9)V99.
       01 CategoryReturns PIC 9(9)V99.
       01 CategoryNet PIC S9(9)V99.
       01 CategoryCommission PIC S9(8)V99.
       01 OperatorSales PIC 9(10)V99.
       01 OperatorReturns PIC 9(10)V99.
       01 OperatorNet PIC S9(10)V99.
       01 OperatorCommission PIC S9(9)V99.
       01 TotalSales PIC 9(11)V99 VALUE ZERO.
       01 TotalReturns PIC 9(11)V99 VALUE ZERO.
       01 TotalCommission PIC S9(10)V99 VALUE ZERO.
       01 OperatorCount PIC 9(4) VALUE ZERO.
       01 SalesLinesUsed PIC 9(7) VALUE ZERO.
       01 ReturnsUsed PIC 9(6) VALUE ZERO.

       01 ReportHeading PIC X(40)
           VALUE "Monthly Sales Commission".
       01 MonthLine.
           02 FILLER PIC X(14) VALUE "For the month ".
           02 ML-Month PIC 9(6).
       01 OperatorHeadLine.
           02 FILLER PIC X(9) VALUE "Operator ".
           02 OH-OperatorId PIC X(14).
           02 OH-Note PIC X(30).
       01 CommissionColHeads.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(4) VALUE "Cat".
           02 FILLER PIC X(22) VALUE "Category".
           02 FILLER PIC X(13) VALUE "Sales".
           02 FILLER PIC X(13) VALUE "Returns".
           02 FILLER PIC X(14) VALUE "Net".
           02 FILLER PIC X(7) VALUE "Rate%".
           02 FILLER PIC X(13) VALUE "Commission".
       01 CommissionLine.
           02 FILLER PIC X(4) VALUE SPACES.
           02 CL-CategoryCode PIC 99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 CL-CategoryName PIC X(20).
           02 FILLER PIC X(2) VALUE SPACES.
           02 CL-Sales PIC Z,ZZZ,ZZ9.99.
           02 FILLER PIC X(1) VALUE SPACES.
           02 CL-Returns PIC Z,ZZZ,ZZ9.99.
           02 FILLER PIC X(1) VALUE SPACES.
           02 CL-Net PIC -Z,ZZZ,ZZ9.99.
           02 FILLER PIC X(1) VALUE SPACES.
           02 CL-Rate PIC Z9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 CL-Commission PIC -ZZZ,ZZ9.99.
       01 OperatorTotalLine.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(24) VALUE "Operator total".
           02 OT-Sales PIC ZZ,ZZZ,ZZ9.99.
           02 OT-Returns PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(1) VALUE SPACES.
           02 OT-Net PIC -ZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(8) VALUE SPACES.
           02 OT-Commission PIC -ZZZ,ZZ9.99.
       01 NoActivityLine PIC X(50)
           VALUE "  (no sales or returns journaled this month)".
       01 TotalSalesLine.
           02 FILLER PIC X(24) VALUE "Month's sales:          ".
           02 TL-Sales PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 TotalReturnsLine.
           02 FILLER PIC X(24) VALUE "Refunds charged back:   ".
           02 TL-Returns PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 TotalCommissionLine.
           02 FILLER PIC X(24) VALUE "Commission due:         ".
           02 TL-Commission PIC -Z,ZZZ,ZZZ,ZZ9.99.

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

           DISPLAY "Commission month (CCYYMM, Enter for current) - "
               WITH NO ADVANCING
           ACCEPT CommissionMonth
           IF CommissionMonth = ZEROS
               MOVE BusinessToday(1:6) TO CommissionMonth
           END-IF

           PERFORM LoadBackedOutRuns
           PERFORM LoadCategoryRates

           OPEN OUTPUT CommissionRpt
           MOVE "Commission.rpt" TO WS-FileStatusName
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
           MOVE CommissionMonth TO ML-Month
           WRITE PrintLine FROM MonthLine AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus

           SORT SortWorkFile
               ON ASCENDING KEY SW-OperatorId SW-CategoryCode
               INPUT PROCEDURE IS ReleaseMonthActivity
               OUTPUT PROCEDURE IS BreakOnOperators

           MOVE "Commission.rpt" TO WS-FileStatusName
           IF OperatorCount = 0
               WRITE PrintLine FROM NoActivityLine
                   AFTER ADVANCING 2 LINES
               PERFORM CheckFileStatus
           END-IF

           MOVE TotalSales TO TL-Sales
           WRITE PrintLine FROM TotalSalesLine AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus
           MOVE TotalReturns TO TL-Returns
           WRITE PrintLine FROM TotalReturnsLine
               AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus
           MOVE TotalCommission TO TL-Commission
           WRITE PrintLine FROM TotalCommissionLine
               AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus

           CLOSE CommissionRpt

           DISPLAY "Sales lines credited:  " SalesLinesUsed
           DISPLAY "Refunds charged back:  " ReturnsUsed
           DISPLAY "Operators reported:    " OperatorCount
           DISPLAY "Commission due:        " TL-Commission
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

      * Every category's name and commission rate, read once. A
      * rate from before the field existed reads as non-numeric and
      * pays nothing; with no master at all nothing is paid, loudly.
       LoadCategoryRates.
           PERFORM VARYING CategorySub FROM 1 BY 1
                   UNTIL CategorySub > 100
               MOVE "(not on category master)"
                   TO CR-CategoryName(CategorySub)
               MOVE ZEROS TO CR-CommissionPct(CategorySub)
           END-PERFORM

           OPEN INPUT CategoryFile
           IF WS-FileStatus = "35"
               DISPLAY "Warning: no CategoryMaster.dat - no "
                   "commission rates, nothing will be paid"
           ELSE
               MOVE "CategoryMaster.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus

               READ CategoryFile NEXT RECORD
                   AT END SET EndOfCategoryFile TO TRUE
               END-READ
               PERFORM CheckFileStatus

               PERFORM UNTIL EndOfCategoryFile
                   COMPUTE CategorySub = CM-CategoryCode + 1
                   MOVE CM-CategoryName
                       TO CR-CategoryName(CategorySub)
                   IF CM-CommissionPct NUMERIC
                       MOVE CM-CommissionPct
                           TO CR-CommissionPct(CategorySub)
                   END-IF

                   READ CategoryFile NEXT RECORD
                       AT END SET EndOfCategoryFile TO TRUE
                   END-READ
                   PERFORM CheckFileStatus
               END-PERFORM

               CLOSE CategoryFile
           END-IF.

      * Releases the month's sales, each under the operator who made
      * it, then the month's refunds, each under the operator whose
      * sale it reversed. Voucher issues (no gadget) earn nothing,
      * and backed-out runs' sales don't count.
       ReleaseMonthActivity.
           OPEN INPUT SalesJournalFile
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "05"
               MOVE "SalesJournal.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF

           READ SalesJournalFile
               AT END SET EndOfSalesJournal TO TRUE
           END-READ

           PERFORM UNTIL EndOfSalesJournal
               IF SJ-SaleDate(1:6) = CommissionMonth
                  AND SJ-GadgedID > 0
                   MOVE SJ-RunId TO CheckedRunId
                   PERFORM CheckRunBackedOut
                   IF NOT RunBackedOut
                       PERFORM ReleaseOneSale
                   END-IF
               END-IF

               READ SalesJournalFile
                   AT END SET EndOfSalesJournal TO TRUE
               END-READ
           END-PERFORM

           CLOSE SalesJournalFile

           OPEN INPUT ReturnsLogFile
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "05"
               MOVE "ReturnsLog.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF

           READ ReturnsLogFile
               AT END SET EndOfReturnsLog TO TRUE
           END-READ

           PERFORM UNTIL EndOfReturnsLog
               IF RT-ReturnDate(1:6) = CommissionMonth
                  AND RT-RefundAmount NUMERIC
                  AND RT-RefundAmount > 0
                   PERFORM ReleaseOneReturn
               END-IF

               READ ReturnsLogFile
                   AT END SET EndOfReturnsLog TO TRUE
               END-READ
           END-PERFORM

           CLOSE ReturnsLogFile.

      * An operator field from before the field existed reads as
      * unattributed, the same as a sale with nobody signed on.
       ReleaseOneSale.
           ADD 1 TO SalesLinesUsed
           MOVE SJ-OperatorId TO SW-OperatorId
           IF SJ-OperatorId = LOW-VALUES
               MOVE SPACES TO SW-OperatorId
           END-IF
           MOVE SJ-CategoryCode TO SW-CategoryCode
           COMPUTE SW-SalesValue = SJ-QtySold * SJ-Price
           MOVE ZEROS TO SW-ReturnsValue
           RELEASE SortWorkRec.

       ReleaseOneReturn.
           ADD 1 TO ReturnsUsed
           MOVE RT-SoldBy TO SW-OperatorId
           IF RT-SoldBy = LOW-VALUES
               MOVE SPACES TO SW-OperatorId
           END-IF
           IF RT-CategoryCode NUMERIC
               MOVE RT-CategoryCode TO SW-CategoryCode
           ELSE
               MOVE ZEROS TO SW-CategoryCode
           END-IF
           MOVE ZEROS TO SW-SalesValue
           MOVE RT-RefundAmount TO SW-ReturnsValue
           RELEASE SortWorkRec.

      * Walks the sorted activity breaking on operator and, within
      * the operator, on category: one line per category, and the
      * operator's totals when the operator breaks.
       BreakOnOperators.
           RETURN SortWorkFile
               AT END SET SortDrained TO TRUE
           END-RETURN

           PERFORM UNTIL SortDrained
               IF NOT OperatorOpen
                   PERFORM OpenOperatorGroup
                   PERFORM OpenCategoryGroup
               ELSE
                   IF SW-OperatorId NOT = CurrentOperator
                       PERFORM CloseCategoryGroup
                       PERFORM CloseOperatorGroup
                       PERFORM OpenOperatorGroup
                       PERFORM OpenCategoryGroup
                   ELSE
                       IF SW-CategoryCode NOT = CurrentCategory
                           PERFORM CloseCategoryGroup
                           PERFORM OpenCategoryGroup
                       END-IF
                   END-IF
               END-IF

               ADD SW-SalesValue TO CategorySales
               ADD SW-ReturnsValue TO CategoryReturns

               RETURN SortWorkFile
                   AT END SET SortDrained TO TRUE
               END-RETURN
           END-PERFORM

           IF OperatorOpen
               PERFORM CloseCategoryGroup
               PERFORM CloseOperatorGroup
           END-IF.

       OpenOperatorGroup.
           SET OperatorOpen TO TRUE
           ADD 1 TO OperatorCount
           MOVE SW-OperatorId TO CurrentOperator
           MOVE ZEROS TO OperatorSales, OperatorReturns
           MOVE ZEROS TO OperatorCommission

           IF CurrentOperator = SPACES
               MOVE "(unattributed)" TO OH-OperatorId
               MOVE "no commission paid" TO OH-Note
           ELSE
               MOVE CurrentOperator TO OH-OperatorId
               MOVE SPACES TO OH-Note
           END-IF
           MOVE "Commission.rpt" TO WS-FileStatusName
           WRITE PrintLine FROM OperatorHeadLine
               AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus
           WRITE PrintLine FROM CommissionColHeads
               AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus.

       OpenCategoryGroup.
           SET CategoryOpen TO TRUE
           MOVE SW-CategoryCode TO CurrentCategory
           MOVE ZEROS TO CategorySales, CategoryReturns.

      * The category's net at its rate. Returns can outrun sales in
      * a quiet month, and the commission then goes negative -- the
      * clawback comes off the operator's other categories.
       CloseCategoryGroup.
           COMPUTE CategorySub = CurrentCategory + 1
           COMPUTE CategoryNet = CategorySales - CategoryReturns
           MOVE ZEROS TO CategoryCommission
           IF CurrentOperator NOT = SPACES
               COMPUTE CategoryCommission ROUNDED = CategoryNet
                   * CR-CommissionPct(CategorySub) / 100
           END-IF

           ADD CategorySales TO OperatorSales
           ADD CategoryReturns TO OperatorReturns
           ADD CategoryCommission TO OperatorCommission

           MOVE CurrentCategory TO CL-CategoryCode
           MOVE CR-CategoryName(CategorySub) TO CL-CategoryName
           MOVE CategorySales TO CL-Sales
           MOVE CategoryReturns TO CL-Returns
           MOVE CategoryNet TO CL-Net
           MOVE CR-CommissionPct(CategorySub) TO CL-Rate
           MOVE CategoryCommission TO CL-Commission
           MOVE "Commission.rpt" TO WS-FileStatusName
           WRITE PrintLine FROM CommissionLine AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus
           MOVE "N" TO CategoryOpenFlag.

       CloseOperatorGroup.
           COMPUTE OperatorNet = OperatorSales - OperatorReturns
           ADD OperatorSales TO TotalSales
           ADD OperatorReturns TO TotalReturns
           ADD OperatorCommission TO TotalCommission

           MOVE OperatorSales TO OT-Sales
           MOVE OperatorReturns TO OT-Returns
           MOVE OperatorNet TO OT-Net
           MOVE OperatorCommission TO OT-Commission
           MOVE "Commission.rpt" TO WS-FileStatusName
           WRITE PrintLine FROM OperatorTotalLine
               AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus
           MOVE "N" TO OperatorOpenFlag.


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

           MOVE "CommissionReport" TO CapacityProgram
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
