      * every journaled purchase charged to their account in the
      * statement month, with the month's total and the account's
      * running balance -- so trade invoicing stops being done from
      * handwritten chits. Each purchase charged below list shows
      * what the customer saved and on what terms (contract price,
      * promotion, quotation or kit), with the month's saving
      * against list under the total. Entries from backed-out runs
      * are discounted the same way the takings report discounts
      * them.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
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
       FD BackedOutRunFile.
           COPY BAKOUTRG.

       FD CapacityLogFile.
           COPY CAPLOG.

       FD StatementRpt.
       01 PrintLine PIC X(80).

       WORKING-STORAGE SECTION.
       01 BusinessToday PIC 9(8) VALUE ZEROS.
       COPY FILESTAT.
       COPY CAPLWS.
       COPY RPTHEAD.

      * The month being statemented (CCYYMM) -- defaults to the
       01 PurchaseValue PIC 9(8)V99.
       01 LineCharge PIC 9(8)V99.
       01 MonthTotal PIC 9(9)V99.
       01 LineSaving PIC 9(8)V99.
       01 MonthSaving PIC 9(9)V99.
       01 MonthLines PIC 9(5).
       01 CustomersStatemented PIC 9(5) VALUE ZERO.

           02 FILLER PIC X(6) VALUE "Qty".
           02 FILLER PIC X(11) VALUE "Price".
           02 FILLER PIC X(12) VALUE "Charge".
           02 FILLER PIC X(11) VALUE "Saved".
           02 FILLER PIC X(8) VALUE "Terms".
       01 StatementLine.
           02 SL-Date PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 SL-Price PIC Z,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 SL-Charge PIC ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 SL-Saving PIC ZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 SL-Terms PIC X(8).
       01 NoPurchasesLine PIC X(44)
           VALUE "  (no purchases journaled this month)".
       01 MonthTotalLine.
           02 FILLER PIC X(26) VALUE "Purchases this month:".
           02 MT-Total PIC Z,ZZZ,ZZ9.99.
       01 MonthSavingLine.
           02 FILLER PIC X(26) VALUE "Saved against list:".
           02 MS-Saving PIC Z,ZZZ,ZZ9.99.
       01 BalanceLine.
           02 FILLER PIC X(26) VALUE "Account balance now:".
           02 BL-Balance PIC -,ZZZ,ZZ9.99.
       01 PointsBalanceLine.
           02 FILLER PIC X(26) VALUE "Loyalty points held:".
           02 PB-Points PIC Z,ZZZ,ZZ9.

      * The backed-out runs register, loaded once so each journal
      * entry can be checked against it.
               AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus

           MOVE ZEROS TO MonthTotal, MonthLines, MonthSaving
           PERFORM ListCustomerPurchases

           IF MonthLines = 0
               AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus

           IF MonthSaving > ZERO
               MOVE MonthSaving TO MS-Saving
               WRITE PrintLine FROM MonthSavingLine
                   AFTER ADVANCING 1 LINE
               PERFORM CheckFileStatus
           END-IF

           MOVE CU-Balance TO BL-Balance
           WRITE PrintLine FROM BalanceLine AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus

      * A master record from before points existed holds none.
           IF CU-PointsBalance NUMERIC
               MOVE CU-PointsBalance TO PB-Points
           ELSE
               MOVE ZEROS TO PB-Points
           END-IF
           WRITE PrintLine FROM PointsBalanceLine
               AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus.

       ListCustomerPurchases.
           MOVE SJ-QtySold TO SL-Qty
           MOVE SJ-Price TO SL-Price
           MOVE LineCharge TO SL-Charge
           PERFORM WorkOutSaving
           MOVE "CustomerStatements.rpt" TO WS-FileStatusName
           WRITE PrintLine FROM StatementLine AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus.

      * What the line saved the customer against the list Price on
      * the day, and the terms that gave it. A journal entry from
      * before the list price was recorded shows no saving.
       WorkOutSaving.
           MOVE ZEROS TO LineSaving
           MOVE SPACES TO SL-Terms
           IF SJ-ListPrice NUMERIC AND SJ-ListPrice > SJ-Price
               COMPUTE LineSaving =
                   SJ-QtySold * (SJ-ListPrice - SJ-Price)
               ADD LineSaving TO MonthSaving
               EVALUATE TRUE
                   WHEN SJ-ContractPriceRule
                       MOVE "CONTRACT" TO SL-Terms
                   WHEN SJ-PromoPriceRule
                       MOVE "PROMO" TO SL-Terms
                   WHEN SJ-QuotePriceRule
                       MOVE "QUOTE" TO SL-Terms
                   WHEN SJ-KitPriceRule
                       MOVE "KIT" TO SL-Terms
               END-EVALUATE
           END-IF
           MOVE LineSaving TO SL-Saving.

      * The gadget's name off the stock file -- a gadget since
      * removed prints its bare number instead.
       LookupGadgetName.
               END-READ
           END-PERFORM

           CLOSE BackedOutRunFile

           MOVE "CustomerStatements" TO CapacityProgram
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
