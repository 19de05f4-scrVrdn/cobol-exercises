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

       WORKING-STORAGE SECTION.
       01 BusinessToday PIC 9(8) VALUE ZEROS.
       COPY FILESTAT.
       COPY CAPLWS.
       COPY RPTHEAD.

      * A day's or category's worst digit straying further than
               END-READ
           END-PERFORM

           CLOSE BackedOutRunFile

           MOVE "BenfordScreen" TO CapacityProgram
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
