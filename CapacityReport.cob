       IDENTIFICATION DIVISION.
       PROGRAM-ID. CapacityReport.
       AUTHOR. io.github.scrvrdn.
      * The nightly capacity watch, run as a schedule step ahead of
      * MorningDigest. Two halves. The in-memory tables: every load
      * of a fixed table (the low-stock, on-order, demand and
      * reservation tables and the backed-out runs register) goes
      * down on CapacityLog.dat with the entries it used -- see
      * CAPLOG -- and this report shows each table's latest and
      * 90-day peak usage against its limit and how often a load ran
      * out of room. The data files: each watched file's records are
      * counted, the count kept on FileGrowth.dat, and the growth
      * over the last 90 days shown against the limit the file runs
      * into -- the smallest table that has to hold the whole file.
      * Both halves project, from the 90 days' growth, the date each
      * reaches its limit. Anything over the warning level
      * (SiteParams knob CAPACITY-WARN-PCT, 80 by default) goes on
      * CapacityAlerts.dat for the morning digest.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OPTIONAL: nothing has loaded a watched table yet.
           SELECT OPTIONAL CapacityLogFile
               ASSIGN TO "CapacityLog.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

      * The nightly record counts, read back for the 90-day growth
      * and appended to with tonight's. OPTIONAL for the first
      * night.
           SELECT OPTIONAL FileGrowthFile ASSIGN TO "FileGrowth.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

           SELECT CapacityAlertFile ASSIGN TO "CapacityAlerts.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

           SELECT CapacityRpt ASSIGN TO "CapacityWatch.rpt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

      * The watched data files, each opened only to be counted.
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

           SELECT OPTIONAL PurchaseOrderFile
               ASSIGN TO "PurchaseOrders.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

           SELECT OPTIONAL BackedOutRunFile
               ASSIGN TO "BackedOutRuns.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

           SELECT OPTIONAL ReservationFile
               ASSIGN TO "Reservations.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

           SELECT OPTIONAL SalesJournalFile
               ASSIGN TO "SalesJournal.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

      * The site's standing operational knobs, for the warning
      * level. OPTIONAL: a missing file leaves the compiled default
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

       FD CapacityLogFile.
           COPY CAPLOG.

       FD FileGrowthFile.
           COPY FILEGRW.

       FD CapacityAlertFile.
           COPY CAPALERT.

       FD CapacityRpt.
       01 PrintLine PIC X(120).

       FD StockFile.
           COPY STOCKREC.

       FD SupplierFile.
           COPY SUPPREC.

       FD CategoryFile.
           COPY CATREC.

       FD PurchaseOrderFile.
           COPY PORDREC.

       FD BackedOutRunFile.
           COPY BAKOUTRG.

       FD ReservationFile.
           COPY RESVREC.

       FD SalesJournalFile.
           COPY SALESJRN.

       FD SiteParamFile.
           COPY SITEPARM.

       WORKING-STORAGE SECTION.
       01 BusinessToday PIC 9(8) VALUE ZEROS.
       COPY FILESTAT.
       COPY RPTHEAD.

      * A table or file is reported to the digest once its usage is
      * over this percentage of its limit. SiteParams.dat knob
      * CAPACITY-WARN-PCT.
       01 WarnPct PIC 9(3) VALUE 80.

      * Growth is measured over this many days back from today.
       01 GrowthWindowDays PIC 9(3) VALUE 90.
       01 TodayInteger PIC 9(8).
       01 WindowStartDate PIC 9(8).

      * Each watched table's figures over the window, in the order
      * first met on the log.
       01 MaxWatchedTables PIC 99 VALUE 30.
       01 WatchedTables.
           02 NumWatchedTables PIC 99 VALUE ZERO.
           02 WatchedTableEntry OCCURS 0 TO 30 TIMES
                    DEPENDING ON NumWatchedTables
                    INDEXED BY Table-Idx.
              03 WT-TableName PIC X(20).
              03 WT-Limit PIC 9(5).
              03 WT-BaseDate PIC 9(8).
              03 WT-BaseCount PIC 9(5).
              03 WT-LastCount PIC 9(5).
              03 WT-PeakCount PIC 9(5).
              03 WT-FullLoads PIC 9(5).
              03 WT-LastProgram PIC X(25).
       01 FoundTableIdx PIC 99.
       01 TableSub PIC 99.
       01 TableListFullFlag PIC X VALUE "N".
           88 TableListFull VALUE "Y".

      * The watched data files: the name, the limit it runs into --
      * the smallest in-memory table that has to hold one entry per
      * record, zero where none does -- and what that table is.
       01 WatchedFileValues.
           02 FILLER PIC X(25) VALUE "GadgetStock.dat".
           02 FILLER PIC 9(5) VALUE 2000.
           02 FILLER PIC X(30) VALUE "per-gadget tables".
           02 FILLER PIC X(25) VALUE "SupplierMaster.dat".
           02 FILLER PIC 9(5) VALUE 500.
           02 FILLER PIC X(30) VALUE "per-supplier tables".
           02 FILLER PIC X(25) VALUE "CategoryMaster.dat".
           02 FILLER PIC 9(5) VALUE 100.
           02 FILLER PIC X(30) VALUE "category codes 00-99".
           02 FILLER PIC X(25) VALUE "PurchaseOrders.dat".
           02 FILLER PIC 9(5) VALUE 500.
           02 FILLER PIC X(30) VALUE "GoodsReceived order book".
           02 FILLER PIC X(25) VALUE "BackedOutRuns.dat".
           02 FILLER PIC 9(5) VALUE 100.
           02 FILLER PIC X(30) VALUE "backed-out runs register".
           02 FILLER PIC X(25) VALUE "Reservations.dat".
           02 FILLER PIC 9(5) VALUE ZERO.
           02 FILLER PIC X(30) VALUE SPACES.
           02 FILLER PIC X(25) VALUE "SalesJournal.dat".
           02 FILLER PIC 9(5) VALUE ZERO.
           02 FILLER PIC X(30) VALUE SPACES.
       01 WatchedFiles REDEFINES WatchedFileValues.
           02 WatchedFileEntry OCCURS 7 TIMES INDEXED BY File-Idx.
              03 WF-FileName PIC X(25).
              03 WF-Limit PIC 9(5).
              03 WF-LimitedBy PIC X(30).
       01 NumWatchedFiles PIC 9 VALUE 7.
      * Tonight's count and the earliest count within the window.
       01 WatchedFileCounts.
           02 FileCountEntry OCCURS 7 TIMES.
              03 WF-Count PIC 9(7).
              03 WF-BaseDate PIC 9(8).
              03 WF-BaseCount PIC 9(7).
       01 FileSub PIC 9.
       01 RecordsCounted PIC 9(7).

      * The projection in hand: from the earliest count in the
      * window to the latest, how long until the limit at that
      * rate. ProjectedText is a date or the reason there is none.
       01 ProjBaseDate PIC 9(8).
       01 ProjBaseCount PIC 9(7).
       01 ProjNowCount PIC 9(7).
       01 ProjLimit PIC 9(7).
       01 ProjElapsedDays PIC 9(5).
       01 ProjGrowth PIC S9(7).
       01 ProjDaysLeft PIC 9(7).
       01 ProjFullDate PIC 9(8).
       01 ProjectedText PIC X(16).

       01 UsedPct PIC 9(3).
       01 UsageCount PIC 9(7).
       01 OverWarnFlag PIC X VALUE "N".
           88 OverWarn VALUE "Y".
       01 AlertsWritten PIC 9(3) VALUE ZERO.

       01 ReportHeading PIC X(40) VALUE "Capacity Watch".
       01 WarnLevelLine.
           02 FILLER PIC X(15) VALUE "Warning level: ".
           02 WL-Pct PIC ZZ9.
           02 FILLER PIC X(33)
               VALUE "% of limit; growth over the last ".
           02 WL-Days PIC ZZ9.
           02 FILLER PIC X(5) VALUE " days".
       01 TableSectionHead PIC X(40) VALUE "In-memory tables".
       01 TableColHeads.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(18) VALUE "Table".
           02 FILLER PIC X(8) VALUE "   Limit".
           02 FILLER PIC X(8) VALUE "  Latest".
           02 FILLER PIC X(8) VALUE "    Peak".
           02 FILLER PIC X(7) VALUE "  Peak%".
           02 FILLER PIC X(12) VALUE "  Full loads".
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(22) VALUE "Last loaded by".
           02 FILLER PIC X(16) VALUE "Projected full".
       01 TableLine.
           02 FILLER PIC X(2) VALUE SPACES.
           02 TL-TableName PIC X(16).
           02 FILLER PIC X(4) VALUE SPACES.
           02 TL-Limit PIC ZZ,ZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 TL-Latest PIC ZZ,ZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 TL-Peak PIC ZZ,ZZ9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 TL-Pct PIC ZZ9.
           02 FILLER PIC X VALUE "%".
           02 FILLER PIC X(6) VALUE SPACES.
           02 TL-FullLoads PIC ZZ,ZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 TL-LastProgram PIC X(20).
           02 FILLER PIC X(2) VALUE SPACES.
           02 TL-Projected PIC X(16).
           02 TL-Flag PIC X(4).
       01 FileSectionHead PIC X(40) VALUE "Data files".
       01 FileColHeads.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(20) VALUE "File".
           02 FILLER PIC X(8) VALUE "   Limit".
           02 FILLER PIC X(10) VALUE "   Records".
           02 FILLER PIC X(10) VALUE "  Base day".
           02 FILLER PIC X(10) VALUE "    Growth".
           02 FILLER PIC X(7) VALUE "  Used%".
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(18) VALUE "Projected full".
           02 FILLER PIC X(20) VALUE "Limited by".
       01 FileLine.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FL-FileName PIC X(20).
           02 FILLER PIC X(2) VALUE SPACES.
           02 FL-Limit PIC ZZ,ZZ9.
           02 FILLER PIC X(1) VALUE SPACES.
           02 FL-Records PIC Z,ZZZ,ZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FL-BaseDate PIC X(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 FL-Growth PIC -ZZZ,ZZ9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 FL-Pct PIC X(3).
           02 FL-PctSign PIC X.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FL-Projected PIC X(16).
           02 FILLER PIC X(2) VALUE SPACES.
           02 FL-LimitedBy PIC X(30).
       01 PctEdited PIC ZZ9.
       01 NoTablesLine PIC X(50)
           VALUE "  (no table loads logged in the last 90 days)".
       01 AlertCountLine.
           02 FILLER PIC X(33)
               VALUE "Over the warning level:         ".
           02 AC-Count PIC ZZ9.

       PROCEDURE DIVISION.
       Main.
           PERFORM GetBusinessDate
           PERFORM LoadSiteParams

           COMPUTE TodayInteger =
               FUNCTION INTEGER-OF-DATE(BusinessToday)
           COMPUTE WindowStartDate = FUNCTION DATE-OF-INTEGER(
               TodayInteger - GrowthWindowDays)

           PERFORM LoadTableUsage
           PERFORM CountWatchedFiles
           PERFORM LoadFileGrowth
           PERFORM RecordFileGrowth

           OPEN OUTPUT CapacityAlertFile
           MOVE "CapacityAlerts.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN OUTPUT CapacityRpt
           MOVE "CapacityWatch.rpt" TO WS-FileStatusName
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
           MOVE WarnPct TO WL-Pct
           MOVE GrowthWindowDays TO WL-Days
           WRITE PrintLine FROM WarnLevelLine AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus

           PERFORM PrintTableSection
           PERFORM PrintFileSection

           MOVE "CapacityWatch.rpt" TO WS-FileStatusName
           MOVE AlertsWritten TO AC-Count
           WRITE PrintLine FROM AlertCountLine AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus

           CLOSE CapacityRpt
           CLOSE CapacityAlertFile

           DISPLAY "Tables watched:         " NumWatchedTables
           DISPLAY "Files watched:          " NumWatchedFiles
           DISPLAY "Over the warning level: " AlertsWritten
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

      * Reads the site parameter file, taking the warning level.
      * Status "05" is the missing OPTIONAL file.
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
               IF SP-ParamName = "CAPACITY-WARN-PCT"
                  AND FUNCTION TEST-NUMVAL(SP-ParamValue) = 0
                  AND FUNCTION NUMVAL(SP-ParamValue) >= 1
                  AND FUNCTION NUMVAL(SP-ParamValue) <= 100
                   COMPUTE WarnPct = FUNCTION NUMVAL(SP-ParamValue)
               END-IF

               READ SiteParamFile
                   AT END SET EndOfSiteParams TO TRUE
               END-READ
           END-PERFORM

           CLOSE SiteParamFile.

      * The window's table loads, folded per table. The log is in
      * time order, so a table's first entry in the window is its
      * base and its last the latest. Status "05" is the missing
      * OPTIONAL log.
       LoadTableUsage.
           OPEN INPUT CapacityLogFile
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "05"
               MOVE "CapacityLog.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF

           READ CapacityLogFile
               AT END SET EndOfCapacityLog TO TRUE
           END-READ

           PERFORM UNTIL EndOfCapacityLog
               IF CP-Timestamp(1:8) NOT < WindowStartDate
                  AND CP-Timestamp(1:8) NOT > BusinessToday
                   PERFORM FoldOneTableLoad
               END-IF

               READ CapacityLogFile
                   AT END SET EndOfCapacityLog TO TRUE
               END-READ
           END-PERFORM

           CLOSE CapacityLogFile.

       FoldOneTableLoad.
           MOVE ZEROS TO FoundTableIdx
           SET Table-Idx TO 1
           SEARCH WatchedTableEntry
               AT END
                   IF NumWatchedTables < MaxWatchedTables
                       ADD 1 TO NumWatchedTables
                       MOVE NumWatchedTables TO FoundTableIdx
                       MOVE CP-TableName
                           TO WT-TableName(FoundTableIdx)
                       MOVE CP-Timestamp(1:8)
                           TO WT-BaseDate(FoundTableIdx)
                       MOVE CP-HighWater
                           TO WT-BaseCount(FoundTableIdx)
                       MOVE ZEROS TO WT-PeakCount(FoundTableIdx)
                       MOVE ZEROS TO WT-FullLoads(FoundTableIdx)
                   ELSE
                       IF NOT TableListFull
                           DISPLAY "Warning: more than "
                               MaxWatchedTables " tables on "
                               "CapacityLog.dat - the rest are not "
                               "reported"
                           SET TableListFull TO TRUE
                       END-IF
                   END-IF
               WHEN WT-TableName(Table-Idx) = CP-TableName
                   SET FoundTableIdx TO Table-Idx
           END-SEARCH

           IF FoundTableIdx > 0
               MOVE CP-Limit TO WT-Limit(FoundTableIdx)
               MOVE CP-HighWater TO WT-LastCount(FoundTableIdx)
               MOVE CP-Program TO WT-LastProgram(FoundTableIdx)
               IF CP-HighWater > WT-PeakCount(FoundTableIdx)
                   MOVE CP-HighWater TO WT-PeakCount(FoundTableIdx)
               END-IF
               IF CP-Overflowed
                   ADD 1 TO WT-FullLoads(FoundTableIdx)
               END-IF
           END-IF.

      * Tonight's record count for each watched file.
       CountWatchedFiles.
           MOVE 1 TO FileSub
           PERFORM CountStockFile
           MOVE 2 TO FileSub
           PERFORM CountSupplierFile
           MOVE 3 TO FileSub
           PERFORM CountCategoryFile
           MOVE 4 TO FileSub
           PERFORM CountPurchaseOrders
           MOVE 5 TO FileSub
           PERFORM CountBackedOutRuns
           MOVE 6 TO FileSub
           PERFORM CountReservations
           MOVE 7 TO FileSub
           PERFORM CountSalesJournal.

      * The indexed masters: a site without one yet counts zero.
       CountStockFile.
           MOVE ZEROS TO RecordsCounted
           OPEN INPUT StockFile
           IF WS-FileStatus NOT = "35"
               MOVE "GadgetStock.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus

               READ StockFile NEXT RECORD
                   AT END SET EndOfStockFile TO TRUE
               END-READ
               PERFORM CheckFileStatus

               PERFORM UNTIL EndOfStockFile
                   ADD 1 TO RecordsCounted
                   READ StockFile NEXT RECORD
                       AT END SET EndOfStockFile TO TRUE
                   END-READ
                   PERFORM CheckFileStatus
               END-PERFORM

               CLOSE StockFile
           END-IF
           MOVE RecordsCounted TO WF-Count(FileSub).

       CountSupplierFile.
           MOVE ZEROS TO RecordsCounted
           OPEN INPUT SupplierFile
           IF WS-FileStatus NOT = "35"
               MOVE "SupplierMaster.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus

               READ SupplierFile NEXT RECORD
                   AT END SET EndOfSupplierFile TO TRUE
               END-READ
               PERFORM CheckFileStatus

               PERFORM UNTIL EndOfSupplierFile
                   ADD 1 TO RecordsCounted
                   READ SupplierFile NEXT RECORD
                       AT END SET EndOfSupplierFile TO TRUE
                   END-READ
                   PERFORM CheckFileStatus
               END-PERFORM

               CLOSE SupplierFile
           END-IF
           MOVE RecordsCounted TO WF-Count(FileSub).

       CountCategoryFile.
           MOVE ZEROS TO RecordsCounted
           OPEN INPUT CategoryFile
           IF WS-FileStatus NOT = "35"
               MOVE "CategoryMaster.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus

               READ CategoryFile NEXT RECORD
                   AT END SET EndOfCategoryFile TO TRUE
               END-READ
               PERFORM CheckFileStatus

               PERFORM UNTIL EndOfCategoryFile
                   ADD 1 TO RecordsCounted
                   READ CategoryFile NEXT RECORD
                       AT END SET EndOfCategoryFile TO TRUE
                   END-READ
                   PERFORM CheckFileStatus
               END-PERFORM

               CLOSE CategoryFile
           END-IF
           MOVE RecordsCounted TO WF-Count(FileSub).

      * The sequential files. Status "05" is the missing OPTIONAL
      * file, which counts zero.
       CountPurchaseOrders.
           MOVE ZEROS TO RecordsCounted
           OPEN INPUT PurchaseOrderFile
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "05"
               MOVE "PurchaseOrders.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF

           READ PurchaseOrderFile
               AT END SET EndOfPurchaseOrders TO TRUE
           END-READ

           PERFORM UNTIL EndOfPurchaseOrders
               ADD 1 TO RecordsCounted
               READ PurchaseOrderFile
                   AT END SET EndOfPurchaseOrders TO TRUE
               END-READ
           END-PERFORM

           CLOSE PurchaseOrderFile
           MOVE RecordsCounted TO WF-Count(FileSub).

       CountBackedOutRuns.
           MOVE ZEROS TO RecordsCounted
           OPEN INPUT BackedOutRunFile
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "05"
               MOVE "BackedOutRuns.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF

           READ BackedOutRunFile
               AT END SET EndOfBackedOutRuns TO TRUE
           END-READ

           PERFORM UNTIL EndOfBackedOutRuns
               ADD 1 TO RecordsCounted
               READ BackedOutRunFile
                   AT END SET EndOfBackedOutRuns TO TRUE
               END-READ
           END-PERFORM

           CLOSE BackedOutRunFile
           MOVE RecordsCounted TO WF-Count(FileSub).

       CountReservations.
           MOVE ZEROS TO RecordsCounted
           OPEN INPUT ReservationFile
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "05"
               MOVE "Reservations.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF

           READ ReservationFile
               AT END SET EndOfReservations TO TRUE
           END-READ

           PERFORM UNTIL EndOfReservations
               ADD 1 TO RecordsCounted
               READ ReservationFile
                   AT END SET EndOfReservations TO TRUE
               END-READ
           END-PERFORM

           CLOSE ReservationFile
           MOVE RecordsCounted TO WF-Count(FileSub).

       CountSalesJournal.
           MOVE ZEROS TO RecordsCounted
           OPEN INPUT SalesJournalFile
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "05"
               MOVE "SalesJournal.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF

           READ SalesJournalFile
               AT END SET EndOfSalesJournal TO TRUE
           END-READ

           PERFORM UNTIL EndOfSalesJournal
               ADD 1 TO RecordsCounted
               READ SalesJournalFile
                   AT END SET EndOfSalesJournal TO TRUE
               END-READ
           END-PERFORM

           CLOSE SalesJournalFile
           MOVE RecordsCounted TO WF-Count(FileSub).

      * Each file's earliest count within the window, before
      * tonight -- the file is in date order, so the first one met.
      * Status "05" is the missing OPTIONAL file on the first night.
       LoadFileGrowth.
           PERFORM VARYING FileSub FROM 1 BY 1
                   UNTIL FileSub > NumWatchedFiles
               MOVE ZEROS TO WF-BaseDate(FileSub)
               MOVE ZEROS TO WF-BaseCount(FileSub)
           END-PERFORM

           OPEN INPUT FileGrowthFile
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "05"
               MOVE "FileGrowth.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF

           READ FileGrowthFile
               AT END SET EndOfFileGrowth TO TRUE
           END-READ

           PERFORM UNTIL EndOfFileGrowth
               IF FG-Date NOT < WindowStartDate
                  AND FG-Date < BusinessToday
                   SET File-Idx TO 1
                   SEARCH WatchedFileEntry
                       AT END CONTINUE
                       WHEN WF-FileName(File-Idx) = FG-FileName
                           SET FileSub TO File-Idx
                           IF WF-BaseDate(FileSub) = ZEROS
                               MOVE FG-Date TO WF-BaseDate(FileSub)
                               MOVE FG-RecordCount
                                   TO WF-BaseCount(FileSub)
                           END-IF
                   END-SEARCH
               END-IF

               READ FileGrowthFile
                   AT END SET EndOfFileGrowth TO TRUE
               END-READ
           END-PERFORM

           CLOSE FileGrowthFile.

      * Tonight's counts, appended for the nights to come.
       RecordFileGrowth.
      * Status "05" is the OPTIONAL file created on the first night.
           OPEN EXTEND FileGrowthFile
           IF WS-FileStatus = "35"
               OPEN OUTPUT FileGrowthFile
           END-IF
           IF WS-FileStatus NOT = "05"
               MOVE "FileGrowth.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF

           PERFORM VARYING FileSub FROM 1 BY 1
                   UNTIL FileSub > NumWatchedFiles
               MOVE BusinessToday TO FG-Date
               MOVE WF-FileName(FileSub) TO FG-FileName
               MOVE WF-Count(FileSub) TO FG-RecordCount
               WRITE FileGrowthRec
               PERFORM CheckFileStatus
           END-PERFORM

           CLOSE FileGrowthFile.

       PrintTableSection.
           MOVE "CapacityWatch.rpt" TO WS-FileStatusName
           WRITE PrintLine FROM TableSectionHead
               AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus

           IF NumWatchedTables = 0
               WRITE PrintLine FROM NoTablesLine
                   AFTER ADVANCING 1 LINE
               PERFORM CheckFileStatus
           ELSE
               WRITE PrintLine FROM TableColHeads
                   AFTER ADVANCING 1 LINE
               PERFORM CheckFileStatus
               PERFORM VARYING TableSub FROM 1 BY 1
                       UNTIL TableSub > NumWatchedTables
                   PERFORM PrintOneTable
               END-PERFORM
           END-IF.

      * A table is judged on its peak: a load that came within a
      * few entries of truncating two months ago can do it again.
       PrintOneTable.
           MOVE WT-BaseDate(TableSub) TO ProjBaseDate
           MOVE WT-BaseCount(TableSub) TO ProjBaseCount
           MOVE WT-LastCount(TableSub) TO ProjNowCount
           MOVE WT-Limit(TableSub) TO ProjLimit
           PERFORM ProjectFullDate

           MOVE WT-PeakCount(TableSub) TO UsageCount
           PERFORM JudgeUsage

           MOVE WT-TableName(TableSub) TO TL-TableName
           MOVE WT-Limit(TableSub) TO TL-Limit
           MOVE WT-LastCount(TableSub) TO TL-Latest
           MOVE WT-PeakCount(TableSub) TO TL-Peak
           MOVE UsedPct TO TL-Pct
           MOVE WT-FullLoads(TableSub) TO TL-FullLoads
           MOVE WT-LastProgram(TableSub) TO TL-LastProgram
           MOVE ProjectedText TO TL-Projected
           IF OverWarn
               MOVE " <<<" TO TL-Flag
           ELSE
               MOVE SPACES TO TL-Flag
           END-IF
           MOVE "CapacityWatch.rpt" TO WS-FileStatusName
           WRITE PrintLine FROM TableLine AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus

           IF OverWarn
               MOVE "T" TO CA-Kind
               MOVE WT-TableName(TableSub) TO CA-Name
               PERFORM WriteCapacityAlert
           END-IF.

       PrintFileSection.
           MOVE "CapacityWatch.rpt" TO WS-FileStatusName
           WRITE PrintLine FROM FileSectionHead
               AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus
           WRITE PrintLine FROM FileColHeads AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus

           PERFORM VARYING FileSub FROM 1 BY 1
                   UNTIL FileSub > NumWatchedFiles
               PERFORM PrintOneFile
           END-PERFORM.

       PrintOneFile.
           MOVE WF-BaseDate(FileSub) TO ProjBaseDate
           MOVE WF-BaseCount(FileSub) TO ProjBaseCount
           MOVE WF-Count(FileSub) TO ProjNowCount
           MOVE WF-Limit(FileSub) TO ProjLimit
           PERFORM ProjectFullDate

           MOVE WF-Count(FileSub) TO UsageCount
           PERFORM JudgeUsage

           MOVE WF-FileName(FileSub) TO FL-FileName
           MOVE WF-Limit(FileSub) TO FL-Limit
           MOVE WF-Count(FileSub) TO FL-Records
           IF WF-BaseDate(FileSub) = ZEROS
               MOVE "(none)" TO FL-BaseDate
               MOVE ZEROS TO FL-Growth
           ELSE
               MOVE WF-BaseDate(FileSub) TO FL-BaseDate
               COMPUTE FL-Growth =
                   WF-Count(FileSub) - WF-BaseCount(FileSub)
           END-IF
           IF WF-Limit(FileSub) = ZERO
               MOVE "  -" TO FL-Pct
               MOVE SPACE TO FL-PctSign
           ELSE
               MOVE UsedPct TO PctEdited
               MOVE PctEdited TO FL-Pct
               MOVE "%" TO FL-PctSign
           END-IF
           MOVE ProjectedText TO FL-Projected
           MOVE WF-LimitedBy(FileSub) TO FL-LimitedBy
           MOVE "CapacityWatch.rpt" TO WS-FileStatusName
           WRITE PrintLine FROM FileLine AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus

           IF OverWarn
               MOVE "F" TO CA-Kind
               MOVE WF-FileName(FileSub) TO CA-Name
               PERFORM WriteCapacityAlert
           END-IF.

      * UsageCount against ProjLimit: the percentage used, and
      * whether that is over the warning level. Compared whole, so
      * 80.4% of a limit is over an 80% level.
       JudgeUsage.
           MOVE ZEROS TO UsedPct
           MOVE "N" TO OverWarnFlag
           IF ProjLimit > 0
               COMPUTE UsedPct = UsageCount * 100 / ProjLimit
               IF UsageCount * 100 > ProjLimit * WarnPct
                   SET OverWarn TO TRUE
               END-IF
           END-IF.

      * From the earliest count in the window to tonight's, the date
      * the limit is reached at the same rate of growth -- or why
      * there is no such date.
       ProjectFullDate.
           MOVE ZEROS TO ProjFullDate
           EVALUATE TRUE
               WHEN ProjLimit = 0
                   MOVE "no table limit" TO ProjectedText
               WHEN ProjNowCount NOT < ProjLimit
                   MOVE "AT LIMIT" TO ProjectedText
               WHEN ProjBaseDate = 0
                   MOVE "no history yet" TO ProjectedText
               WHEN OTHER
                   COMPUTE ProjElapsedDays = TodayInteger
                       - FUNCTION INTEGER-OF-DATE(ProjBaseDate)
                   COMPUTE ProjGrowth = ProjNowCount - ProjBaseCount
                   IF ProjElapsedDays = 0 OR ProjGrowth NOT > 0
                       MOVE "not growing" TO ProjectedText
                   ELSE
                       COMPUTE ProjDaysLeft =
                           (ProjLimit - ProjNowCount) * ProjElapsedDays
                           / ProjGrowth
                       IF ProjDaysLeft > 36500
                           MOVE "over 100 years" TO ProjectedText
                       ELSE
                           COMPUTE ProjFullDate =
                               FUNCTION DATE-OF-INTEGER(
                                   TodayInteger + ProjDaysLeft)
                           MOVE ProjFullDate TO ProjectedText
                       END-IF
                   END-IF
           END-EVALUATE.

       WriteCapacityAlert.
           MOVE BusinessToday TO CA-Date
           MOVE UsageCount TO CA-Used
           MOVE ProjLimit TO CA-Limit
           MOVE UsedPct TO CA-UsedPct
           MOVE ProjectedText TO CA-FullText
           WRITE CapacityAlertRec
           MOVE "CapacityAlerts.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus
           ADD 1 TO AlertsWritten.


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
