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

       FD CashUpRpt.
       01 PrintLine PIC X(60).

       WORKING-STORAGE SECTION.
       01 BusinessToday PIC 9(8) VALUE ZEROS.
       COPY FILESTAT.
       COPY CAPLWS.
       COPY RPTHEAD.

      * The day being cashed up -- defaults to today when the
       01 JournalCard PIC 9(9)V99 VALUE ZERO.
       01 JournalVoucher PIC 9(9)V99 VALUE ZERO.
       01 JournalAccount PIC 9(9)V99 VALUE ZERO.
       01 JournalPoints PIC 9(9)V99 VALUE ZERO.
      * Web orders shipped or collected today, paid on the web site --
      * shown for completeness, checked against neither drawer nor
      * terminal.
       01 JournalWeb PIC 9(9)V99 VALUE ZERO.
       01 SaleCharge PIC 9(9)V99.
       01 CashVariance PIC S9(9)V99.
       01 CardVariance PIC S9(9)V99.
                   ADD SaleCharge TO JournalVoucher
               WHEN SJ-AccountTender
                   ADD SaleCharge TO JournalAccount
               WHEN SJ-PointsTender
                   ADD SaleCharge TO JournalPoints
               WHEN SJ-WebTender
                   ADD SaleCharge TO JournalWeb
               WHEN OTHER
                   ADD SaleCharge TO JournalCash
           END-EVALUATE.
           MOVE "Journal account:" TO TL-Label
           MOVE JournalAccount TO TL-Amount
           PERFORM WriteTenderLine
           MOVE "Journal points:" TO TL-Label
           MOVE JournalPoints TO TL-Amount
           PERFORM WriteTenderLine
           MOVE "Journal web (online):" TO TL-Label
           MOVE JournalWeb TO TL-Amount
           PERFORM WriteTenderLine
           MOVE "Declared cash:" TO TL-Label
           MOVE DeclaredCash TO TL-Amount
           PERFORM WriteTenderLine
               END-READ
           END-PERFORM

           CLOSE BackedOutRunFile

           MOVE "CashUp" TO CapacityProgram
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
