       IDENTIFICATION DIVISION.
       PROGRAM-ID. FundingBodyReport.
       AUTHOR. io.github.scrvrdn.
      * The bursar's termly sponsor statement: every award
      * InvoiceGeneration took off an invoice in the term keyed,
      * from FeeDiscounts.dat, sorted by funding body with a page
      * each -- student, course, award, invoice and discount, then
      * the body's total, which is what the bursar invoices them
      * for. A grand total closes the report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FeeDiscountFile ASSIGN TO "FeeDiscounts.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

           SELECT FundingBodyRpt ASSIGN TO "FundingBodyReport.rpt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

      * The discounts put in funding-body order for the breaks.
           SELECT SortWorkFile ASSIGN TO "FundingBodySort.dat".

      * The business day this cycle stamps from, set by the batch
      * driver -- see BUSDATE.
           SELECT BusinessDateFile ASSIGN TO "BusinessDate.dat"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD BusinessDateFile.
           COPY BUSDATE.

       FD FeeDiscountFile.
           COPY FEEDISC.

       FD FundingBodyRpt.
       01 PrintLine PIC X(80).

       SD SortWorkFile.
       01 SortWorkRec.
           02 SW-FundingBody PIC X(20).
           02 SW-StudentId PIC 9(8).
           02 SW-CourseCode PIC X(5).
           02 SW-AwardCode PIC X(6).
           02 SW-InvoiceNumber PIC 9(8).
           02 SW-Discount PIC 9(7)V99.

       WORKING-STORAGE SECTION.
       01 BusinessToday PIC 9(8) VALUE ZEROS.
       COPY FILESTAT.
       COPY RPTHEAD.

       01 ReportTerm PIC X(6).
       01 SortDrainedFlag PIC X VALUE "N".
           88 SortDrained VALUE "Y".
       01 BodyOpenFlag PIC X VALUE "N".
           88 BodyOpen VALUE "Y".
       01 FirstPageFlag PIC X VALUE "Y".
           88 FirstPage VALUE "Y".
       01 CurrentFundingBody PIC X(20).

       01 DiscountsSelected PIC 9(5) VALUE ZERO.
       01 BodyCount PIC 9(4) VALUE ZERO.
       01 BodyAwards PIC 9(5).
       01 BodyDiscount PIC 9(9)V99.
       01 GrandDiscount PIC 9(9)V99 VALUE ZERO.

       01 ReportHeading.
           02 FILLER PIC X(33)
               VALUE "Fee Awards by Funding Body, Term".
           02 RH-Term PIC X(6).
       01 BodyHeading.
           02 FILLER PIC X(14) VALUE "Funding body: ".
           02 BH-FundingBody PIC X(20).
       01 DiscountColHeads.
           02 FILLER PIC X(11) VALUE "StudentId".
           02 FILLER PIC X(8) VALUE "Course".
           02 FILLER PIC X(9) VALUE "Award".
           02 FILLER PIC X(11) VALUE "Invoice".
           02 FILLER PIC X(13) VALUE "     Discount".
       01 DiscountLine.
           02 DL-StudentId PIC 9(8).
           02 FILLER PIC X(3) VALUE SPACES.
           02 DL-CourseCode PIC X(5).
           02 FILLER PIC X(3) VALUE SPACES.
           02 DL-AwardCode PIC X(6).
           02 FILLER PIC X(3) VALUE SPACES.
           02 DL-InvoiceNumber PIC 9(8).
           02 FILLER PIC X(3) VALUE SPACES.
           02 DL-Discount PIC Z,ZZZ,ZZ9.99.
       01 BodyTotalLine.
           02 FILLER PIC X(12) VALUE "Total for ".
           02 BT-Awards PIC ZZZZ9.
           02 FILLER PIC X(22) VALUE " award(s)".
           02 BT-Discount PIC ZZZ,ZZZ,ZZ9.99.
       01 GrandTotalLine.
           02 FILLER PIC X(12) VALUE "All bodies ".
           02 GT-Bodies PIC ZZZ9.
           02 FILLER PIC X(23) VALUE " funding body(ies)".
           02 GT-Discount PIC ZZZ,ZZZ,ZZ9.99.
       01 NoDiscountsLine PIC X(40)
           VALUE "  (no awards were applied this term)".

       PROCEDURE DIVISION.
       Main.
           PERFORM GetBusinessDate

           DISPLAY "Term to report (e.g. 2026T1) - "
               WITH NO ADVANCING
           ACCEPT ReportTerm
           IF ReportTerm = SPACES
               DISPLAY "No term keyed - report abandoned"
               STOP RUN
           END-IF
           MOVE ReportTerm TO RH-Term

           OPEN OUTPUT FundingBodyRpt
           MOVE "FundingBodyReport.rpt" TO WS-FileStatusName
           PERFORM CheckFileStatus

           SORT SortWorkFile
               ON ASCENDING KEY SW-FundingBody SW-StudentId
                                SW-AwardCode SW-InvoiceNumber
               INPUT PROCEDURE IS ReleaseTermDiscounts
               OUTPUT PROCEDURE IS BreakOnFundingBodies

           IF DiscountsSelected = ZERO
               PERFORM NewReportPage
               WRITE PrintLine FROM NoDiscountsLine
                   AFTER ADVANCING 2 LINES
               PERFORM CheckFileStatus
           ELSE
               MOVE BodyCount TO GT-Bodies
               MOVE GrandDiscount TO GT-Discount
               WRITE PrintLine FROM GrandTotalLine
                   AFTER ADVANCING 2 LINES
               PERFORM CheckFileStatus
           END-IF

           CLOSE FundingBodyRpt

           DISPLAY "Discounts reported: " DiscountsSelected
           DISPLAY "Funding bodies:     " BodyCount
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

      * The term's discounts into the sort. No discount file yet
      * means no awards have ever been applied -- an empty report.
       ReleaseTermDiscounts.
           OPEN INPUT FeeDiscountFile
           IF WS-FileStatus NOT = "35"
               MOVE "FeeDiscounts.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus

               READ FeeDiscountFile
                   AT END SET EndOfFeeDiscounts TO TRUE
               END-READ

               PERFORM UNTIL EndOfFeeDiscounts
                   IF FD-Term = ReportTerm
                       MOVE FD-FundingBody TO SW-FundingBody
                       MOVE FD-StudentId TO SW-StudentId
                       MOVE FD-CourseCode TO SW-CourseCode
                       MOVE FD-AwardCode TO SW-AwardCode
                       MOVE FD-InvoiceNumber TO SW-InvoiceNumber
                       MOVE FD-Discount TO SW-Discount
                       RELEASE SortWorkRec
                       ADD 1 TO DiscountsSelected
                   END-IF

                   READ FeeDiscountFile
                       AT END SET EndOfFeeDiscounts TO TRUE
                   END-READ
               END-PERFORM

               CLOSE FeeDiscountFile
           END-IF.

      * Walks the sorted discounts breaking on funding body: each
      * body opens on a page of its own and closes into its total
      * line and the grand total.
       BreakOnFundingBodies.
           RETURN SortWorkFile
               AT END SET SortDrained TO TRUE
           END-RETURN

           PERFORM UNTIL SortDrained
               IF NOT BodyOpen
                   PERFORM OpenBodyGroup
               ELSE
                   IF SW-FundingBody NOT = CurrentFundingBody
                       PERFORM CloseBodyGroup
                       PERFORM OpenBodyGroup
                   END-IF
               END-IF

               MOVE SW-StudentId TO DL-StudentId
               MOVE SW-CourseCode TO DL-CourseCode
               MOVE SW-AwardCode TO DL-AwardCode
               MOVE SW-InvoiceNumber TO DL-InvoiceNumber
               MOVE SW-Discount TO DL-Discount
               WRITE PrintLine FROM DiscountLine
                   AFTER ADVANCING 1 LINE
               PERFORM CheckFileStatus
               ADD 1 TO BodyAwards
               ADD SW-Discount TO BodyDiscount

               RETURN SortWorkFile
                   AT END SET SortDrained TO TRUE
               END-RETURN
           END-PERFORM

           IF BodyOpen
               PERFORM CloseBodyGroup
           END-IF.

       OpenBodyGroup.
           SET BodyOpen TO TRUE
           MOVE SW-FundingBody TO CurrentFundingBody
           MOVE ZERO TO BodyAwards
           MOVE ZEROS TO BodyDiscount
           ADD 1 TO BodyCount
           PERFORM NewReportPage
           MOVE CurrentFundingBody TO BH-FundingBody
           WRITE PrintLine FROM BodyHeading AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus
           WRITE PrintLine FROM DiscountColHeads
               AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus.

       CloseBodyGroup.
           MOVE "N" TO BodyOpenFlag
           MOVE BodyAwards TO BT-Awards
           MOVE BodyDiscount TO BT-Discount
           WRITE PrintLine FROM BodyTotalLine AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus
           ADD BodyDiscount TO GrandDiscount.

      * The run stamp and report heading at the top of a page. The
      * first page starts where the printer sits; later ones eject
      * first.
       NewReportPage.
           MOVE BusinessToday TO RptRunDate
           MOVE RptRunDate(5:2) TO RptStampMonth
           MOVE RptRunDate(7:2) TO RptStampDay
           MOVE RptRunDate(1:4) TO RptStampYear
           MOVE RptPageNumber TO RptStampPage
           ADD 1 TO RptPageNumber
           MOVE "FundingBodyReport.rpt" TO WS-FileStatusName
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
