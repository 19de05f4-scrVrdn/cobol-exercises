       IDENTIFICATION DIVISION.
       PROGRAM-ID. PeriodTaxReturn.
       AUTHOR. io.github.scrvrdn.
      * The quarterly (or any period's) sales-tax return, built off
      * the files instead of a stack of DailyTaxSummary printouts:
      * output tax totaled by tax class from SalesJournal.dat across
      * the period, less the tax handed back on refunds taken
      * through Returns (ReturnsLog.dat), with backed-out runs
      * discounted on both sides. Prints a return-ready summary per
      * class and rate, plus a line-by-line detail listing for the
      * auditor, and records the period on TaxReturnsFiled.dat once
      * filed -- a period already filed is reprinted against the
      * figures it went in with, never filed a second time.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SalesJournalFile ASSIGN TO "SalesJournal.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

      * Refunds taken through Returns. OPTIONAL on a site that has
      * never taken one back.
           SELECT OPTIONAL ReturnsLogFile ASSIGN TO "ReturnsLog.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

           SELECT OPTIONAL TaxRateFile ASSIGN TO "TaxRates.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

      * The stock master, for the class of a gadget refunded before
      * the returns log carried the tax handed back -- that refund's
      * tax is estimated at the class's current rate.
           SELECT StockFile ASSIGN TO "GadgetStock.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GadgedID
               FILE STATUS IS WS-FileStatus.

      * The register of periods already filed. OPTIONAL: the first
      * return a site files creates it.
           SELECT OPTIONAL TaxFiledFile
               ASSIGN TO "TaxReturnsFiled.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

      * The return-ready summary, one line per tax class.
           SELECT TaxReturnRpt ASSIGN TO "TaxReturn.rpt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

      * Every journal line and refund the return was built from, for
      * the auditor.
           SELECT TaxDetailRpt ASSIGN TO "TaxReturnDetail.rpt"
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

       FD SalesJournalFile.
           COPY SALESJRN.

       FD ReturnsLogFile.
           COPY RETLOG.

       FD TaxRateFile.
           COPY TAXRATE.

       FD StockFile.
           COPY STOCKREC.

       FD TaxFiledFile.
           COPY TAXFILED.

       FD BackedOutRunFile.
           COPY BAKOUTRG.

       FD CapacityLogFile.
           COPY CAPLOG.

       FD TaxReturnRpt.
       01 PrintLine PIC X(100).

       FD TaxDetailRpt.
       01 DetailPrintLine PIC X(90).

       WORKING-STORAGE SECTION.
       01 BusinessToday PIC 9(8) VALUE ZEROS.
       COPY FILESTAT.
       COPY CAPLWS.
       COPY RPTHEAD.

      * The period the return covers, both ends inclusive.
       01 PeriodFrom PIC 9(8) VALUE ZEROS.
       01 PeriodTo PIC 9(8) VALUE ZEROS.
       01 PeriodValidFlag PIC X VALUE "Y".
           88 PeriodValid VALUE "Y".

      * Output tax and refunds subtotaled per tax class 0-9,
      * subscripted by class + 1.
       01 TaxClassTotals.
           02 TaxClassTotal OCCURS 10 TIMES.
              03 TC-NetSales PIC 9(10)V99.
              03 TC-OutputTax PIC 9(10)V99.
              03 TC-RefundValue PIC 9(10)V99.
              03 TC-RefundTax PIC 9(10)V99.
       01 ClassIdx PIC 99.
       01 ClassCode PIC 9.

      * Current rate per class, for display beside each class line
      * and for estimating the tax on refunds logged before the
      * returns log carried it.
       01 TaxRateTable.
           02 TaxRatePct PIC 99V99 OCCURS 10 TIMES.

       01 PeriodNetSales PIC 9(10)V99 VALUE ZERO.
       01 PeriodOutputTax PIC 9(10)V99 VALUE ZERO.
       01 PeriodRefundValue PIC 9(10)V99 VALUE ZERO.
       01 PeriodRefundTax PIC 9(10)V99 VALUE ZERO.
       01 PeriodTaxDue PIC S9(10)V99 VALUE ZERO.
       01 ClassTaxDue PIC S9(10)V99.
       01 SaleValue PIC 9(10)V99.
       01 SaleTax PIC 9(8)V99.
       01 RefundTax PIC 9(8)V99.

       01 SalesCounted PIC 9(6) VALUE ZERO.
       01 RefundsCounted PIC 9(6) VALUE ZERO.
       01 EstimatedRefunds PIC 9(6) VALUE ZERO.
       01 UnpricedRefunds PIC 9(6) VALUE ZERO.
       01 BackedOutSkipped PIC 9(6) VALUE ZERO.

      * Whether the refund on hand had its tax estimated rather than
      * logged, for the detail line's basis column.
       01 RefundEstimatedFlag PIC X.
           88 RefundEstimated VALUE "Y".

      * A filed period this one overlaps, if any, and the figures it
      * was filed with -- the reprint is checked against them.
       01 AlreadyFiledFlag PIC X VALUE "N".
           88 AlreadyFiled VALUE "Y".
       01 SamePeriodFlag PIC X VALUE "N".
           88 SamePeriod VALUE "Y".
       01 FiledPeriodFrom PIC 9(8).
       01 FiledPeriodTo PIC 9(8).
       01 FiledOnDate PIC 9(8).
       01 FiledTaxDue PIC S9(10)V99.
       01 FileReturnAnswer PIC X VALUE "N".
           88 FileReturnYes VALUES "Y", "y".

       01 ReportHeading.
           02 FILLER PIC X(26) VALUE "Sales Tax Return for ".
           02 RH-From PIC 9(8).
           02 FILLER PIC X(4) VALUE " to ".
           02 RH-To PIC 9(8).
       01 ReturnColHeads.
           02 FILLER PIC X(7) VALUE "Class".
           02 FILLER PIC X(8) VALUE "Rate %".
           02 FILLER PIC X(16) VALUE "Net Sales".
           02 FILLER PIC X(15) VALUE "Output Tax".
           02 FILLER PIC X(15) VALUE "Refunds".
           02 FILLER PIC X(15) VALUE "Refund Tax".
           02 FILLER PIC X(15) VALUE "Tax Due".
       01 ReturnClassLine.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RCL-Class PIC 9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 RCL-Rate PIC Z9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RCL-NetSales PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(1) VALUE SPACES.
           02 RCL-OutputTax PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(1) VALUE SPACES.
           02 RCL-RefundValue PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(1) VALUE SPACES.
           02 RCL-RefundTax PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(1) VALUE SPACES.
           02 RCL-TaxDue PIC -ZZ,ZZZ,ZZ9.99.
       01 ReturnTotalLine.
           02 FILLER PIC X(13) VALUE "Total".
           02 RTL-NetSales PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(1) VALUE SPACES.
           02 RTL-OutputTax PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(1) VALUE SPACES.
           02 RTL-RefundValue PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(1) VALUE SPACES.
           02 RTL-RefundTax PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(1) VALUE SPACES.
           02 RTL-TaxDue PIC -ZZ,ZZZ,ZZ9.99.
       01 NoActivityLine PIC X(50)
           VALUE "  (no sales or refunds journaled in this period)".
       01 CountsLine.
           02 FILLER PIC X(16) VALUE "Journal lines: ".
           02 CL-Sales PIC ZZZ,ZZ9.
           02 FILLER PIC X(14) VALUE "    Refunds: ".
           02 CL-Refunds PIC ZZZ,ZZ9.
           02 FILLER PIC X(26)
               VALUE "    Refund tax estimated: ".
           02 CL-Estimated PIC ZZZ,ZZ9.
       01 EstimatedNoteLine.
           02 FILLER PIC X(44)
               VALUE "  Estimated: refunds logged before the tax ".
           02 FILLER PIC X(47)
               VALUE "handed back was recorded, at today's class rate".
       01 UnpricedLine.
           02 FILLER PIC X(2) VALUE SPACES.
           02 UL-Count PIC ZZZ,ZZ9.
           02 FILLER PIC X(50)
               VALUE " refund(s) logged with no amount - not offset".
       01 BackedOutLine.
           02 FILLER PIC X(2) VALUE SPACES.
           02 BL-Count PIC ZZZ,ZZ9.
           02 FILLER PIC X(50)
               VALUE " entr(ies) from backed-out runs excluded".
       01 FiledStatusLine.
           02 FSL-Text PIC X(30).
           02 FSL-Date PIC 9(8).
       01 AlreadyFiledLine.
           02 FILLER PIC X(30) VALUE "*** REPRINT - period overlaps ".
           02 FILLER PIC X(14) VALUE "return filed ".
           02 AFL-FiledDate PIC 9(8).
           02 FILLER PIC X(5) VALUE " for ".
           02 AFL-From PIC 9(8).
           02 FILLER PIC X(4) VALUE " to ".
           02 AFL-To PIC 9(8).
       01 FiledDueLine.
           02 FILLER PIC X(30) VALUE "    Tax due as filed:".
           02 FDL-TaxDue PIC -ZZ,ZZZ,ZZ9.99.
       01 RecomputedDueLine.
           02 FILLER PIC X(30) VALUE "    Tax due as now computed:".
           02 RDL-TaxDue PIC -ZZ,ZZZ,ZZ9.99.
       01 FiguresDifferLine.
           02 FILLER PIC X(43)
               VALUE "*** FIGURES DIFFER FROM THE RETURN AS FILED".
           02 FILLER PIC X(24) VALUE " - REFER TO THE AUDITOR".

      * The auditor's listing: every sale and refund the return
      * counted, paged like StockVelocityReport.
       01 DetailHeading.
           02 FILLER PIC X(32) VALUE "Sales Tax Return Detail for ".
           02 DH-From PIC 9(8).
           02 FILLER PIC X(4) VALUE " to ".
           02 DH-To PIC 9(8).
       01 DetailColHeads.
           02 FILLER PIC X(8) VALUE "Source".
           02 FILLER PIC X(10) VALUE "Date".
           02 FILLER PIC X(8) VALUE "Gadget".
           02 FILLER PIC X(7) VALUE "Class".
           02 FILLER PIC X(6) VALUE "Qty".
           02 FILLER PIC X(15) VALUE "Value".
           02 FILLER PIC X(12) VALUE "Tax".
           02 FILLER PIC X(6) VALUE "Basis".
           02 FILLER PIC X(14) VALUE "Run".
       01 DetailLine.
           02 DL-Source PIC X(8).
           02 DL-Date PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 DL-GadgedID PIC 9(6).
           02 FILLER PIC X(4) VALUE SPACES.
           02 DL-Class PIC 9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 DL-Qty PIC ZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 DL-Value PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 DL-Tax PIC ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 DL-Basis PIC X(6).
           02 DL-RunId PIC X(14).
       01 DetailLineCount PIC 9(3) VALUE ZERO.
       01 DetailPageSize PIC 9(3) VALUE 60.
       01 DetailPageNumber PIC 9(4) VALUE 1.
       01 FirstDetailPageFlag PIC X VALUE "Y".
           88 FirstDetailPage VALUE "Y".


      * The backed-out runs register, loaded once so each journal
      * or ledger entry can be checked against it.
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
           MOVE ZEROS TO TaxClassTotals, TaxRateTable

           DISPLAY "Period from (CCYYMMDD) - " WITH NO ADVANCING
           ACCEPT PeriodFrom
           DISPLAY "Period to (CCYYMMDD) - " WITH NO ADVANCING
           ACCEPT PeriodTo
           PERFORM ValidatePeriod
           IF NOT PeriodValid
               DISPLAY "Run aborted"
               STOP RUN
           END-IF

           PERFORM LoadTaxRates
           PERFORM LoadBackedOutRuns
           PERFORM CheckFiledPeriods

           OPEN INPUT StockFile
           MOVE "GadgetStock.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN OUTPUT TaxDetailRpt
           MOVE "TaxReturnDetail.rpt" TO WS-FileStatusName
           PERFORM CheckFileStatus
           MOVE PeriodFrom TO DH-From
           MOVE PeriodTo TO DH-To
           PERFORM NewDetailPage

           PERFORM TallyOutputTax
           PERFORM TallyRefundTax

           CLOSE TaxDetailRpt
           CLOSE StockFile

           COMPUTE PeriodTaxDue = PeriodOutputTax - PeriodRefundTax
           PERFORM WriteReturn

           DISPLAY "Output tax:  " PeriodOutputTax
           DISPLAY "Refund tax:  " PeriodRefundTax
           DISPLAY "Tax due:     " PeriodTaxDue
           IF BackedOutSkipped > 0
               DISPLAY BackedOutSkipped " entr(ies) from "
                   "backed-out runs ignored"
           END-IF
           IF EstimatedRefunds > 0
               DISPLAY EstimatedRefunds " refund(s) had their tax "
                   "estimated at today's rates"
           END-IF

           PERFORM RecordFiledPeriod
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

      * Both ends must be real dates, in order. A period running up
      * to today or beyond may still take sales, so it prints as a
      * draft but is refused for filing in RecordFiledPeriod.
       ValidatePeriod.
           MOVE "Y" TO PeriodValidFlag
           IF PeriodFrom NOT NUMERIC OR PeriodTo NOT NUMERIC
               DISPLAY "Period dates must be CCYYMMDD"
               MOVE "N" TO PeriodValidFlag
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(PeriodFrom) NOT = 0
                  OR FUNCTION TEST-DATE-YYYYMMDD(PeriodTo) NOT = 0
                   DISPLAY "Period dates must be CCYYMMDD"
                   MOVE "N" TO PeriodValidFlag
               ELSE
                   IF PeriodFrom > PeriodTo
                       DISPLAY "Period starts after it ends"
                       MOVE "N" TO PeriodValidFlag
                   END-IF
               END-IF
           END-IF.

      * Reads the current rates for display beside each class line,
      * and for the estimate on older refunds -- the output tax
      * itself comes from the amounts journaled at the moment of
      * sale, which is what was actually charged even if the rate
      * has changed since.
       LoadTaxRates.
           OPEN INPUT TaxRateFile
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "05"
               MOVE "TaxRates.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF

           READ TaxRateFile
               AT END SET EndOfTaxRates TO TRUE
           END-READ

           PERFORM UNTIL EndOfTaxRates
               MOVE TR-RatePct TO TaxRatePct(TR-TaxClass + 1)

               READ TaxRateFile
                   AT END SET EndOfTaxRates TO TRUE
               END-READ
           END-PERFORM

           CLOSE TaxRateFile.

      * Looks for a filed return whose period overlaps this one.
      * Status "05" is the missing OPTIONAL register before the
      * first return is filed.
       CheckFiledPeriods.
           OPEN INPUT TaxFiledFile
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "05"
               MOVE "TaxReturnsFiled.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF

           READ TaxFiledFile
               AT END SET EndOfTaxFiled TO TRUE
           END-READ

           PERFORM UNTIL EndOfTaxFiled
               IF NOT AlreadyFiled
                  AND TF-PeriodFrom NOT > PeriodTo
                  AND TF-PeriodTo NOT < PeriodFrom
                   SET AlreadyFiled TO TRUE
                   MOVE TF-PeriodFrom TO FiledPeriodFrom
                   MOVE TF-PeriodTo TO FiledPeriodTo
                   MOVE TF-FiledDate TO FiledOnDate
                   MOVE TF-TaxDue TO FiledTaxDue
                   IF TF-PeriodFrom = PeriodFrom
                      AND TF-PeriodTo = PeriodTo
                       SET SamePeriod TO TRUE
                   END-IF
               END-IF

               READ TaxFiledFile
                   AT END SET EndOfTaxFiled TO TRUE
               END-READ
           END-PERFORM

           CLOSE TaxFiledFile.

      * Output tax: every journaled sale in the period that isn't
      * from a backed-out run, at the tax extended when it was made.
       TallyOutputTax.
           OPEN INPUT SalesJournalFile
           MOVE "SalesJournal.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           READ SalesJournalFile
               AT END SET EndOfSalesJournal TO TRUE
           END-READ
           PERFORM CheckFileStatus

           PERFORM UNTIL EndOfSalesJournal
               IF SJ-SaleDate NOT < PeriodFrom
                  AND SJ-SaleDate NOT > PeriodTo
                   MOVE SJ-RunId TO CheckedRunId
                   PERFORM CheckRunBackedOut
                   IF RunBackedOut
                       ADD 1 TO BackedOutSkipped
                   ELSE
                       PERFORM TallyOneSale
                   END-IF
               END-IF

               READ SalesJournalFile
                   AT END SET EndOfSalesJournal TO TRUE
               END-READ
               MOVE "SalesJournal.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-PERFORM

           CLOSE SalesJournalFile.

       TallyOneSale.
           COMPUTE SaleValue = SJ-QtySold * SJ-Price
           IF SJ-TaxClass NUMERIC
               MOVE SJ-TaxClass TO ClassCode
           ELSE
               MOVE ZERO TO ClassCode
           END-IF
           IF SJ-TaxAmount NUMERIC
               MOVE SJ-TaxAmount TO SaleTax
           ELSE
               MOVE ZERO TO SaleTax
           END-IF
           ADD SaleValue TO TC-NetSales(ClassCode + 1)
           ADD SaleTax TO TC-OutputTax(ClassCode + 1)
           ADD SaleValue TO PeriodNetSales
           ADD SaleTax TO PeriodOutputTax
           ADD 1 TO SalesCounted

           MOVE "Sale" TO DL-Source
           MOVE SJ-SaleDate TO DL-Date
           MOVE SJ-GadgedID TO DL-GadgedID
           MOVE ClassCode TO DL-Class
           MOVE SJ-QtySold TO DL-Qty
           MOVE SaleValue TO DL-Value
           MOVE SaleTax TO DL-Tax
           MOVE "Jnl" TO DL-Basis
           MOVE SJ-RunId TO DL-RunId
           PERFORM WriteDetailLine.

      * Refund tax: every refund taken in the period that isn't from
      * a backed-out run. A log record from before the run id was
      * carried can't be tied to a run, and counts.
       TallyRefundTax.
           OPEN INPUT ReturnsLogFile
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "05"
               MOVE "ReturnsLog.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF

           READ ReturnsLogFile
               AT END SET EndOfReturnsLog TO TRUE
           END-READ

           PERFORM UNTIL EndOfReturnsLog
               IF RT-ReturnDate NOT < PeriodFrom
                  AND RT-ReturnDate NOT > PeriodTo
                   MOVE "N" TO RunBackedOutFlag
                   IF RT-RunId NUMERIC
                       MOVE RT-RunId TO CheckedRunId
                       PERFORM CheckRunBackedOut
                   END-IF
                   IF RunBackedOut
                       ADD 1 TO BackedOutSkipped
                   ELSE
                       PERFORM TallyOneRefund
                   END-IF
               END-IF

               READ ReturnsLogFile
                   AT END SET EndOfReturnsLog TO TRUE
               END-READ
               MOVE "ReturnsLog.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-PERFORM

           CLOSE ReturnsLogFile.

      * A refund logged with its class and tax counts as logged; an
      * older one is estimated at its gadget's current class and
      * rate; one with no refund amount at all (logged before the
      * refund was recorded) has nothing to offset.
       TallyOneRefund.
           IF RT-RefundAmount NOT NUMERIC
               ADD 1 TO UnpricedRefunds
           ELSE
               MOVE "N" TO RefundEstimatedFlag
               IF RT-TaxClass NUMERIC AND RT-TaxRefunded NUMERIC
                   MOVE RT-TaxClass TO ClassCode
                   MOVE RT-TaxRefunded TO RefundTax
               ELSE
                   PERFORM EstimateRefundTax
               END-IF

               ADD RT-RefundAmount TO TC-RefundValue(ClassCode + 1)
               ADD RefundTax TO TC-RefundTax(ClassCode + 1)
               ADD RT-RefundAmount TO PeriodRefundValue
               ADD RefundTax TO PeriodRefundTax
               ADD 1 TO RefundsCounted

               MOVE "Refund" TO DL-Source
               MOVE RT-ReturnDate TO DL-Date
               MOVE RT-GadgedID TO DL-GadgedID
               MOVE ClassCode TO DL-Class
               MOVE RT-QtyReturned TO DL-Qty
               MOVE RT-RefundAmount TO DL-Value
               MOVE RefundTax TO DL-Tax
               IF RefundEstimated
                   MOVE "Est" TO DL-Basis
                   MOVE SPACES TO DL-RunId
               ELSE
                   MOVE "Log" TO DL-Basis
                   MOVE RT-RunId TO DL-RunId
               END-IF
               PERFORM WriteDetailLine
           END-IF.

       EstimateRefundTax.
           SET RefundEstimated TO TRUE
           ADD 1 TO EstimatedRefunds
           MOVE ZERO TO ClassCode
           MOVE RT-GadgedID TO GadgedID
           READ StockFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TaxClass NUMERIC
                       MOVE TaxClass TO ClassCode
                   END-IF
           END-READ
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
              MOVE "GadgetStock.dat" TO WS-FileStatusName
              PERFORM CheckFileStatus
           END-IF
           COMPUTE RefundTax ROUNDED =
               RT-RefundAmount * TaxRatePct(ClassCode + 1) / 100.

      * Starts a page of the detail listing: the run-date/page
      * stamp, the title, and the column headings.
       NewDetailPage.
           MOVE BusinessToday TO RptRunDate
           MOVE RptRunDate(5:2) TO RptStampMonth
           MOVE RptRunDate(7:2) TO RptStampDay
           MOVE RptRunDate(1:4) TO RptStampYear
           MOVE DetailPageNumber TO RptStampPage
           ADD 1 TO DetailPageNumber
           MOVE "TaxReturnDetail.rpt" TO WS-FileStatusName
           IF FirstDetailPage
               MOVE "N" TO FirstDetailPageFlag
               WRITE DetailPrintLine FROM RptHeadingStamp
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE DetailPrintLine FROM RptHeadingStamp
                   AFTER ADVANCING PAGE
           END-IF
           PERFORM CheckFileStatus
           WRITE DetailPrintLine FROM DetailHeading
               AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus
           WRITE DetailPrintLine FROM DetailColHeads
               AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus
           MOVE 6 TO DetailLineCount.

       WriteDetailLine.
           IF DetailLineCount + 1 > DetailPageSize
               PERFORM NewDetailPage
           END-IF
           ADD 1 TO DetailLineCount
           MOVE "TaxReturnDetail.rpt" TO WS-FileStatusName
           WRITE DetailPrintLine FROM DetailLine AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus.

      * Stamps today's run date and the current page number at the top
      * of the return, ahead of its own title line.
       WriteRunStamp.
           MOVE BusinessToday TO RptRunDate
           MOVE RptRunDate(5:2) TO RptStampMonth
           MOVE RptRunDate(7:2) TO RptStampDay
           MOVE RptRunDate(1:4) TO RptStampYear
           MOVE RptPageNumber TO RptStampPage
           MOVE "TaxReturn.rpt" TO WS-FileStatusName
           WRITE PrintLine FROM RptHeadingStamp AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus.

      * The return itself: a line per class with activity, the
      * period totals, and -- for a period already filed -- the tax
      * due as filed beside the tax due as now computed, flagged
      * loudly if they disagree.
       WriteReturn.
           OPEN OUTPUT TaxReturnRpt
           MOVE "TaxReturn.rpt" TO WS-FileStatusName
           PERFORM CheckFileStatus

           PERFORM WriteRunStamp
           MOVE PeriodFrom TO RH-From
           MOVE PeriodTo TO RH-To
           WRITE PrintLine FROM ReportHeading AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus

           IF AlreadyFiled
               MOVE FiledOnDate TO AFL-FiledDate
               MOVE FiledPeriodFrom TO AFL-From
               MOVE FiledPeriodTo TO AFL-To
               WRITE PrintLine FROM AlreadyFiledLine
                   AFTER ADVANCING 2 LINES
               PERFORM CheckFileStatus
           END-IF

           WRITE PrintLine FROM ReturnColHeads AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus

           PERFORM VARYING ClassIdx FROM 1 BY 1 UNTIL ClassIdx > 10
               IF TC-NetSales(ClassIdx) > 0
                  OR TC-OutputTax(ClassIdx) > 0
                  OR TC-RefundValue(ClassIdx) > 0
                  OR TC-RefundTax(ClassIdx) > 0
                   COMPUTE RCL-Class = ClassIdx - 1
                   MOVE TaxRatePct(ClassIdx) TO RCL-Rate
                   MOVE TC-NetSales(ClassIdx) TO RCL-NetSales
                   MOVE TC-OutputTax(ClassIdx) TO RCL-OutputTax
                   MOVE TC-RefundValue(ClassIdx) TO RCL-RefundValue
                   MOVE TC-RefundTax(ClassIdx) TO RCL-RefundTax
                   COMPUTE ClassTaxDue =
                       TC-OutputTax(ClassIdx) - TC-RefundTax(ClassIdx)
                   MOVE ClassTaxDue TO RCL-TaxDue
                   WRITE PrintLine FROM ReturnClassLine
                       AFTER ADVANCING 1 LINE
                   PERFORM CheckFileStatus
               END-IF
           END-PERFORM

           IF SalesCounted = 0 AND RefundsCounted = 0
               WRITE PrintLine FROM NoActivityLine
                   AFTER ADVANCING 1 LINE
               PERFORM CheckFileStatus
           END-IF

           MOVE PeriodNetSales TO RTL-NetSales
           MOVE PeriodOutputTax TO RTL-OutputTax
           MOVE PeriodRefundValue TO RTL-RefundValue
           MOVE PeriodRefundTax TO RTL-RefundTax
           MOVE PeriodTaxDue TO RTL-TaxDue
           WRITE PrintLine FROM ReturnTotalLine AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus

           MOVE SalesCounted TO CL-Sales
           MOVE RefundsCounted TO CL-Refunds
           MOVE EstimatedRefunds TO CL-Estimated
           WRITE PrintLine FROM CountsLine AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus
           IF EstimatedRefunds > 0
               WRITE PrintLine FROM EstimatedNoteLine
                   AFTER ADVANCING 1 LINE
               PERFORM CheckFileStatus
           END-IF
           IF UnpricedRefunds > 0
               MOVE UnpricedRefunds TO UL-Count
               WRITE PrintLine FROM UnpricedLine AFTER ADVANCING 1 LINE
               PERFORM CheckFileStatus
           END-IF
           IF BackedOutSkipped > 0
               MOVE BackedOutSkipped TO BL-Count
               WRITE PrintLine FROM BackedOutLine
                   AFTER ADVANCING 1 LINE
               PERFORM CheckFileStatus
           END-IF

           IF AlreadyFiled
               MOVE FiledTaxDue TO FDL-TaxDue
               WRITE PrintLine FROM FiledDueLine
                   AFTER ADVANCING 2 LINES
               PERFORM CheckFileStatus
               MOVE PeriodTaxDue TO RDL-TaxDue
               WRITE PrintLine FROM RecomputedDueLine
                   AFTER ADVANCING 1 LINE
               PERFORM CheckFileStatus
               IF NOT SamePeriod OR PeriodTaxDue NOT = FiledTaxDue
                   WRITE PrintLine FROM FiguresDifferLine
                       AFTER ADVANCING 2 LINES
                   PERFORM CheckFileStatus
               END-IF
           END-IF

           CLOSE TaxReturnRpt.

      * Records the period as filed, on the operator's say-so. A
      * period overlapping one already filed is never recorded
      * again, and one that hasn't closed yet can't be filed.
       RecordFiledPeriod.
           EVALUATE TRUE
               WHEN AlreadyFiled
                   DISPLAY "Period overlaps the return filed "
                       FiledOnDate " for " FiledPeriodFrom " to "
                       FiledPeriodTo " - printed as a reprint, "
                       "not filed again"
                   IF NOT SamePeriod OR PeriodTaxDue NOT = FiledTaxDue
                       DISPLAY "*** Figures differ from the return "
                           "as filed - see TaxReturn.rpt"
                   END-IF
               WHEN PeriodTo NOT < BusinessToday
                   DISPLAY "Period hasn't closed yet - printed as a "
                       "draft, not filed"
               WHEN OTHER
                   DISPLAY "Record this period as filed? (Y/N) - "
                       WITH NO ADVANCING
                   ACCEPT FileReturnAnswer
                   IF FileReturnYes
                       PERFORM AppendFiledPeriod
                   ELSE
                       DISPLAY "Return printed, period not filed"
                   END-IF
           END-EVALUATE.

       AppendFiledPeriod.
           OPEN EXTEND TaxFiledFile
           IF WS-FileStatus = "35"
               OPEN OUTPUT TaxFiledFile
           END-IF
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "05"
               MOVE "TaxReturnsFiled.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF
           MOVE "TaxReturnsFiled.dat" TO WS-FileStatusName

           MOVE PeriodFrom TO TF-PeriodFrom
           MOVE PeriodTo TO TF-PeriodTo
           MOVE BusinessToday TO TF-FiledDate
           MOVE PeriodNetSales TO TF-NetSales
           MOVE PeriodOutputTax TO TF-OutputTax
           MOVE PeriodRefundValue TO TF-RefundValue
           MOVE PeriodRefundTax TO TF-RefundTax
           MOVE PeriodTaxDue TO TF-TaxDue
           WRITE TaxFiledRec
           PERFORM CheckFileStatus

           CLOSE TaxFiledFile
           DISPLAY "Period " PeriodFrom " to " PeriodTo
               " recorded as filed".


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

           MOVE "PeriodTaxReturn" TO CapacityProgram
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
