       IDENTIFICATION DIVISION.
       PROGRAM-ID. PointsLiabilityReport.
       AUTHOR. io.github.scrvrdn.
      * Month-end loyalty points liability for the accountant: lists
      * every customer on CustomerMaster.dat still holding points,
      * with what they are worth at the site's point value, and
      * totals what the shop owes in points -- the same figure the
      * voucher liability report gives for the paper. The month's
      * points earned and spent are totalled off PointsLedger.dat
      * alongside, so the movement in the liability can be seen.
      * Entries from backed-out runs are discounted as everywhere
      * else.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustomerFile ASSIGN TO "CustomerMaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CustomerNumber
               FILE STATUS IS WS-FileStatus.

      * OPTIONAL: no points have been earned or spent on a site that
      * has only just started the scheme.
           SELECT OPTIONAL PointsLedgerFile
               ASSIGN TO "PointsLedger.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

      * The site's standing operational knobs, for the value of a
      * point. OPTIONAL: a missing file leaves the compiled default
      * standing.
           SELECT OPTIONAL SiteParamFile ASSIGN TO "SiteParams.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

           SELECT LiabilityRpt ASSIGN TO "PointsLiability.rpt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.


      * The business day this cycle stamps from, set by the batch
      * driver -- see BUSDATE.
           SELECT BusinessDateFile ASSIGN TO "BusinessDate.dat"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FileStatus.


      * Runs StockBackout has undone: their entries remain on the
      * append-only files, tagged with the run id, and are
      * discounted here. OPTIONAL since a site may never have
      * backed a run out.
           SELECT OPTIONAL BackedOutRunFile
               ASSIGN TO "BackedOutRuns.dat"
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
           COPY BUSDATE.

       FD CustomerFile.
           COPY CUSTREC.

       FD PointsLedgerFile.
           COPY PTSLEDG.

       FD SiteParamFile.
           COPY SITEPARM.

       FD BackedOutRunFile.
           COPY BAKOUTRG.

       FD CapacityLogFile.
           COPY CAPLOG.

       FD LiabilityRpt.
       01 PrintLine PIC X(60).

       WORKING-STORAGE SECTION.
       01 BusinessToday PIC 9(8) VALUE ZEROS.
       COPY FILESTAT.
       COPY CAPLWS.
       COPY RPTHEAD.

      * The month being closed (CCYYMM) -- defaults to the business
      * month when the operator just presses Enter.
       01 LiabilityMonth PIC 9(6) VALUE ZEROS.

      * What one point is worth when spent at the till -- the same
      * knob PointOfSale redeems at.
       01 PointValue PIC 9(3)V99 VALUE 000.01.

       01 HolderCount PIC 9(5) VALUE ZERO.
       01 PointsTotal PIC 9(9) VALUE ZERO.
       01 HolderValue PIC 9(9)V99.
       01 LiabilityTotal PIC 9(9)V99 VALUE ZERO.
       01 MonthEarned PIC 9(9) VALUE ZERO.
       01 MonthSpent PIC 9(9) VALUE ZERO.
       01 BackedOutSkipped PIC 9(6) VALUE ZERO.

       01 ReportHeading.
           02 FILLER PIC X(32) VALUE "Loyalty Points Liability for ".
           02 RH-Month PIC 9(6).
       01 HolderColHeads.
           02 FILLER PIC X(8) VALUE "Account".
           02 FILLER PIC X(24) VALUE "Customer".
           02 FILLER PIC X(12) VALUE "Points".
           02 FILLER PIC X(10) VALUE "Value".
       01 HolderLine.
           02 HL-CustomerNumber PIC 9(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 HL-CustomerName PIC X(20).
           02 FILLER PIC X(2) VALUE SPACES.
           02 HL-Points PIC Z,ZZZ,ZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 HL-Value PIC ZZZ,ZZ9.99.
       01 NoHoldersLine PIC X(40)
           VALUE "  (no customer holds any points)".
       01 PointsTotalLine.
           02 FILLER PIC X(24) VALUE "Total points held:".
           02 PTL-Points PIC ZZZ,ZZZ,ZZ9.
       01 LiabilityTotalLine.
           02 FILLER PIC X(24) VALUE "Total liability:".
           02 LT-Total PIC ZZ,ZZZ,ZZ9.99.
       01 MonthEarnedLine.
           02 FILLER PIC X(24) VALUE "Points earned in month:".
           02 ME-Points PIC ZZZ,ZZZ,ZZ9.
       01 MonthSpentLine.
           02 FILLER PIC X(24) VALUE "Points spent in month:".
           02 MS-Points PIC ZZZ,ZZZ,ZZ9.

      * The backed-out runs register, loaded once so each ledger
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

           DISPLAY "Liability month (CCYYMM, Enter for current) - "
               WITH NO ADVANCING
           ACCEPT LiabilityMonth
           IF LiabilityMonth = ZEROS
               MOVE BusinessToday(1:6) TO LiabilityMonth
           END-IF

           PERFORM LoadSiteParams
           PERFORM LoadBackedOutRuns

           OPEN INPUT CustomerFile
           IF WS-FileStatus = "35"
               DISPLAY "No CustomerMaster.dat on file - no points "
                   "liability to report"
               STOP RUN
           END-IF
           MOVE "CustomerMaster.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN OUTPUT LiabilityRpt
           MOVE "PointsLiability.rpt" TO WS-FileStatusName
           PERFORM CheckFileStatus

           MOVE BusinessToday TO RptRunDate
           MOVE RptRunDate(5:2) TO RptStampMonth
           MOVE RptRunDate(7:2) TO RptStampDay
           MOVE RptRunDate(1:4) TO RptStampYear
           MOVE RptPageNumber TO RptStampPage
           WRITE PrintLine FROM RptHeadingStamp AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus
           MOVE LiabilityMonth TO RH-Month
           WRITE PrintLine FROM ReportHeading AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus
           WRITE PrintLine FROM HolderColHeads
               AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus

           READ CustomerFile NEXT RECORD
               AT END SET EndOfCustomerFile TO TRUE
           END-READ
           PERFORM CheckFileStatus

           PERFORM UNTIL EndOfCustomerFile
               IF CU-PointsBalance NUMERIC
                  AND CU-PointsBalance > 0
                   PERFORM ListOneHolder
               END-IF

               READ CustomerFile NEXT RECORD
                   AT END SET EndOfCustomerFile TO TRUE
               END-READ
               MOVE "CustomerMaster.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-PERFORM

           MOVE "PointsLiability.rpt" TO WS-FileStatusName
           IF HolderCount = 0
               WRITE PrintLine FROM NoHoldersLine
                   AFTER ADVANCING 1 LINE
               PERFORM CheckFileStatus
           END-IF

           MOVE PointsTotal TO PTL-Points
           WRITE PrintLine FROM PointsTotalLine
               AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus
           MOVE LiabilityTotal TO LT-Total
           WRITE PrintLine FROM LiabilityTotalLine
               AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus

           PERFORM TallyMonthMovement

           MOVE "PointsLiability.rpt" TO WS-FileStatusName
           MOVE MonthEarned TO ME-Points
           WRITE PrintLine FROM MonthEarnedLine
               AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus
           MOVE MonthSpent TO MS-Points
           WRITE PrintLine FROM MonthSpentLine
               AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus

           CLOSE CustomerFile
           CLOSE LiabilityRpt

           DISPLAY "Customers holding points: " HolderCount
               "  liability: " LiabilityTotal
           IF BackedOutSkipped > 0
               DISPLAY BackedOutSkipped " ledger entr(ies) from "
                   "backed-out runs ignored"
           END-IF
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

      * One customer still holding points, valued at what they would
      * take off a sale if spent today.
       ListOneHolder.
           ADD 1 TO HolderCount
           ADD CU-PointsBalance TO PointsTotal
           COMPUTE HolderValue = CU-PointsBalance * PointValue
           ADD HolderValue TO LiabilityTotal

           MOVE CU-CustomerNumber TO HL-CustomerNumber
           MOVE CU-CustomerName TO HL-CustomerName
           MOVE CU-PointsBalance TO HL-Points
           MOVE HolderValue TO HL-Value
           MOVE "PointsLiability.rpt" TO WS-FileStatusName
           WRITE PrintLine FROM HolderLine AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus.

      * Points earned and spent in the month, off the ledger. Status
      * "05" is the missing OPTIONAL ledger -- nothing has moved.
       TallyMonthMovement.
           OPEN INPUT PointsLedgerFile
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "05"
               MOVE "PointsLedger.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF

           READ PointsLedgerFile
               AT END SET EndOfPointsLedger TO TRUE
           END-READ

           PERFORM UNTIL EndOfPointsLedger
               MOVE PT-RunId TO CheckedRunId
               PERFORM CheckRunBackedOut
               IF RunBackedOut
                   ADD 1 TO BackedOutSkipped
               ELSE
                   IF PT-PostDate(1:6) = LiabilityMonth
                       IF PT-Earned
                           ADD PT-Points TO MonthEarned
                       ELSE
                           SUBTRACT PT-Points FROM MonthSpent
                       END-IF
                   END-IF
               END-IF

               READ PointsLedgerFile
                   AT END SET EndOfPointsLedger TO TRUE
               END-READ
           END-PERFORM

           CLOSE PointsLedgerFile.

      * Reads the site parameter file, taking the knob this program
      * uses and leaving the compiled default for anything the file
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
               IF SP-ParamName = "POINT-VALUE"
                  AND FUNCTION TEST-NUMVAL(SP-ParamValue) = 0
                   COMPUTE PointValue =
                       FUNCTION NUMVAL(SP-ParamValue)
               END-IF

               READ SiteParamFile
                   AT END SET EndOfSiteParams TO TRUE
               END-READ
           END-PERFORM

           CLOSE SiteParamFile.


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

           MOVE "PointsLiabilityReport" TO CapacityProgram
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
