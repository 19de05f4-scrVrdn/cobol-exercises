       IDENTIFICATION DIVISION.
       PROGRAM-ID. QuoteStatusReport.
       AUTHOR. io.github.scrvrdn.
      * The weekly look at trade quotations on Quotations.dat. Every
      * quote still open and within its validity is listed with its
      * value and the days it has left, so the counter can chase the
      * ones about to lapse; quotes that lapsed unconverted in the
      * past week follow. The summary gives the conversion rate --
      * the share of quotes raised in the last QUOTE-RATE-DAYS
      * (default 91) that turned into a sale or a reservation.
      * Written to QuoteStatus.rpt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QuotationFile ASSIGN TO "Quotations.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

           SELECT CustomerFile ASSIGN TO "CustomerMaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CustomerNumber
               FILE STATUS IS WS-FileStatus.

           SELECT StatusRpt ASSIGN TO "QuoteStatus.rpt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

      * The site's standing operational knobs, for the conversion
      * window. OPTIONAL: a missing file leaves the compiled default
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

       FD QuotationFile.
           COPY QUOTEREC.

       FD CustomerFile.
           COPY CUSTREC.

       FD StatusRpt.
       01 PrintLine PIC X(90).

       FD SiteParamFile.
           COPY SITEPARM.

       WORKING-STORAGE SECTION.
       01 BusinessToday PIC 9(8) VALUE ZEROS.
       COPY FILESTAT.
       COPY RPTHEAD.

      * How far back the conversion rate looks, by quote date.
      * Overridable via SiteParams (QUOTE-RATE-DAYS).
       01 QuoteRateDays PIC 9(3) VALUE 91.

       01 TodayInteger PIC 9(8).
       01 LapsedSince PIC 9(8).
       01 RateWindowStart PIC 9(8).
       01 DaysLeft PIC S9(5).

      * Which section this pass over the file is writing.
       01 ReportPass PIC X.
           88 OpenQuotesPass VALUE "O".
           88 LapsedQuotesPass VALUE "L".

      * The quote being accumulated, its lines being contiguous on
      * the file.
       01 QuoteInHandFlag PIC X.
           88 QuoteInHand VALUE "Y".
       01 HQ-QuoteNumber PIC 9(6).
       01 HQ-CustomerNumber PIC 9(6).
       01 HQ-QuoteDate PIC 9(8).
       01 HQ-ValidUntil PIC 9(8).
       01 HQ-Status PIC X.
           88 HQ-Open VALUE "O".
           88 HQ-Converted VALUES "S", "R".
       01 HQ-Lines PIC 9(3).
       01 HQ-Value PIC 9(7)V99.

       01 OpenQuoteCount PIC 9(5) VALUE ZERO.
       01 OpenQuoteValue PIC 9(9)V99 VALUE ZERO.
       01 LapsedQuoteCount PIC 9(5) VALUE ZERO.
       01 LapsedQuoteValue PIC 9(9)V99 VALUE ZERO.
       01 WindowRaised PIC 9(5) VALUE ZERO.
       01 WindowConverted PIC 9(5) VALUE ZERO.
       01 WindowExpired PIC 9(5) VALUE ZERO.
       01 WindowStillOpen PIC 9(5) VALUE ZERO.
       01 ConversionRate PIC 9(3)V9 VALUE ZERO.
       01 SectionCount PIC 9(5).

       01 ReportHeading PIC X(40)
           VALUE "Trade Quotations - Weekly Status".
       01 OpenSectionHead PIC X(40)
           VALUE "Open quotations".
       01 LapsedSectionHead PIC X(40)
           VALUE "Lapsed unconverted in the past week".
       01 QuoteColHeads.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(8) VALUE "Quote".
           02 FILLER PIC X(24) VALUE "Customer".
           02 FILLER PIC X(10) VALUE "Raised".
           02 FILLER PIC X(10) VALUE "Valid to".
           02 FILLER PIC X(7) VALUE "Lines".
           02 FILLER PIC X(14) VALUE "Value".
           02 FILLER PIC X(9) VALUE "Days left".
       01 QuoteStatusLine.
           02 FILLER PIC X(4) VALUE SPACES.
           02 QS-QuoteNumber PIC 9(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 QS-CustomerName PIC X(22).
           02 FILLER PIC X(2) VALUE SPACES.
           02 QS-QuoteDate PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 QS-ValidUntil PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 QS-Lines PIC ZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 QS-Value PIC Z,ZZZ,ZZ9.99.
           02 FILLER PIC X(4) VALUE SPACES.
           02 QS-DaysLeft PIC ZZZZ9.
       01 SectionTotalLine.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(8) VALUE "Quotes: ".
           02 ST-Count PIC ZZZZ9.
           02 FILLER PIC X(10) VALUE "   value ".
           02 ST-Value PIC ZZZ,ZZZ,ZZ9.99.
       01 NoneLine PIC X(20) VALUE "    (none)".
       01 RateHeadLine.
           02 FILLER PIC X(29)
               VALUE "Conversion over quotes raised".
           02 FILLER PIC X(10) VALUE " since".
           02 RH-WindowStart PIC 9(8).
       01 RateLine.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(8) VALUE "Raised: ".
           02 RL-Raised PIC ZZZZ9.
           02 FILLER PIC X(13) VALUE "  converted: ".
           02 RL-Converted PIC ZZZZ9.
           02 FILLER PIC X(11) VALUE "  expired: ".
           02 RL-Expired PIC ZZZZ9.
           02 FILLER PIC X(11) VALUE "  open: ".
           02 RL-Open PIC ZZZZ9.
       01 RateResultLine.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(17) VALUE "Conversion rate: ".
           02 RR-Rate PIC ZZ9.9.
           02 FILLER PIC X VALUE "%".

       PROCEDURE DIVISION.
       Main.
           PERFORM GetBusinessDate
           PERFORM LoadSiteParams
           COMPUTE TodayInteger =
               FUNCTION INTEGER-OF-DATE(BusinessToday)
           COMPUTE LapsedSince =
               FUNCTION DATE-OF-INTEGER(TodayInteger - 7)
           COMPUTE RateWindowStart =
               FUNCTION DATE-OF-INTEGER(TodayInteger - QuoteRateDays)

           OPEN INPUT CustomerFile
           MOVE "CustomerMaster.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN OUTPUT StatusRpt
           MOVE "QuoteStatus.rpt" TO WS-FileStatusName
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

           WRITE PrintLine FROM OpenSectionHead AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus
           WRITE PrintLine FROM QuoteColHeads AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus
           SET OpenQuotesPass TO TRUE
           PERFORM PassOverQuotes
           MOVE OpenQuoteCount TO SectionCount
           MOVE OpenQuoteValue TO ST-Value
           PERFORM WriteSectionTotal

           MOVE "QuoteStatus.rpt" TO WS-FileStatusName
           WRITE PrintLine FROM LapsedSectionHead
               AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus
           WRITE PrintLine FROM QuoteColHeads AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus
           SET LapsedQuotesPass TO TRUE
           PERFORM PassOverQuotes
           MOVE LapsedQuoteCount TO SectionCount
           MOVE LapsedQuoteValue TO ST-Value
           PERFORM WriteSectionTotal

           IF WindowRaised > 0
               COMPUTE ConversionRate ROUNDED =
                   WindowConverted * 100 / WindowRaised
           END-IF
           MOVE RateWindowStart TO RH-WindowStart
           MOVE WindowRaised TO RL-Raised
           MOVE WindowConverted TO RL-Converted
           MOVE WindowExpired TO RL-Expired
           MOVE WindowStillOpen TO RL-Open
           MOVE ConversionRate TO RR-Rate
           MOVE "QuoteStatus.rpt" TO WS-FileStatusName
           WRITE PrintLine FROM RateHeadLine AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus
           WRITE PrintLine FROM RateLine AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus
           WRITE PrintLine FROM RateResultLine AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus

           CLOSE CustomerFile
           CLOSE StatusRpt

           DISPLAY "Open quotes:    " OpenQuoteCount
           DISPLAY "Lapsed in week: " LapsedQuoteCount
           DISPLAY "Conversion rate " RR-Rate "%"
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

      * Reads the site parameter file, taking the knob this program
      * owns and leaving the compiled default for anything the file
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
               IF SP-ParamName = "QUOTE-RATE-DAYS"
                  AND FUNCTION TEST-NUMVAL(SP-ParamValue) = 0
                   COMPUTE QuoteRateDays =
                       FUNCTION NUMVAL(SP-ParamValue)
               END-IF

               READ SiteParamFile
                   AT END SET EndOfSiteParams TO TRUE
               END-READ
           END-PERFORM

           CLOSE SiteParamFile.

      * One pass over the quotations, gathering each quote's lines
      * and handing the whole quote to the pass's section. A missing
      * file is a shop that has raised no quotes yet.
       PassOverQuotes.
           MOVE "N" TO QuoteInHandFlag
           OPEN INPUT QuotationFile
           IF WS-FileStatus = "35"
               CONTINUE
           ELSE
               MOVE "Quotations.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus

               READ QuotationFile
                   AT END SET EndOfQuotations TO TRUE
               END-READ
               PERFORM CheckFileStatus

               PERFORM UNTIL EndOfQuotations
                   IF NOT QuoteInHand
                      OR QT-QuoteNumber NOT = HQ-QuoteNumber
                       IF QuoteInHand
                           PERFORM FinishQuote
                       END-IF
                       PERFORM StartQuote
                   END-IF
                   ADD 1 TO HQ-Lines
                   COMPUTE HQ-Value = HQ-Value
                       + QT-Qty * QT-QuotedPrice

                   READ QuotationFile
                       AT END SET EndOfQuotations TO TRUE
                   END-READ
                   MOVE "Quotations.dat" TO WS-FileStatusName
                   PERFORM CheckFileStatus
               END-PERFORM

               IF QuoteInHand
                   PERFORM FinishQuote
               END-IF
               CLOSE QuotationFile
           END-IF.

       StartQuote.
           SET QuoteInHand TO TRUE
           MOVE QT-QuoteNumber TO HQ-QuoteNumber
           MOVE QT-CustomerNumber TO HQ-CustomerNumber
           MOVE QT-QuoteDate TO HQ-QuoteDate
           MOVE QT-ValidUntil TO HQ-ValidUntil
           MOVE QT-Status TO HQ-Status
           MOVE ZEROS TO HQ-Lines
           MOVE ZEROS TO HQ-Value.

      * The open pass lists quotes still good and counts the rate
      * window; the lapsed pass lists quotes whose validity ran out
      * unconverted within the past week.
       FinishQuote.
           IF OpenQuotesPass
               IF HQ-Open AND HQ-ValidUntil NOT < BusinessToday
                   ADD 1 TO OpenQuoteCount
                   ADD HQ-Value TO OpenQuoteValue
                   PERFORM WriteQuoteStatusLine
               END-IF
               IF HQ-QuoteDate NOT < RateWindowStart
                   ADD 1 TO WindowRaised
                   EVALUATE TRUE
                       WHEN HQ-Converted
                           ADD 1 TO WindowConverted
                       WHEN HQ-ValidUntil < BusinessToday
                           ADD 1 TO WindowExpired
                       WHEN OTHER
                           ADD 1 TO WindowStillOpen
                   END-EVALUATE
               END-IF
           ELSE
               IF HQ-Open AND HQ-ValidUntil < BusinessToday
                  AND HQ-ValidUntil NOT < LapsedSince
                   ADD 1 TO LapsedQuoteCount
                   ADD HQ-Value TO LapsedQuoteValue
                   PERFORM WriteQuoteStatusLine
               END-IF
           END-IF.

       WriteQuoteStatusLine.
           MOVE HQ-CustomerNumber TO CU-CustomerNumber
           READ CustomerFile
               INVALID KEY
                   MOVE "(not on customer master)" TO CU-CustomerName
           END-READ
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
              MOVE "CustomerMaster.dat" TO WS-FileStatusName
              PERFORM CheckFileStatus
           END-IF

           COMPUTE DaysLeft =
               FUNCTION INTEGER-OF-DATE(HQ-ValidUntil) - TodayInteger
           IF DaysLeft < 0
               MOVE ZEROS TO DaysLeft
           END-IF

           MOVE HQ-QuoteNumber TO QS-QuoteNumber
           MOVE CU-CustomerName TO QS-CustomerName
           MOVE HQ-QuoteDate TO QS-QuoteDate
           MOVE HQ-ValidUntil TO QS-ValidUntil
           MOVE HQ-Lines TO QS-Lines
           MOVE HQ-Value TO QS-Value
           MOVE DaysLeft TO QS-DaysLeft
           MOVE "QuoteStatus.rpt" TO WS-FileStatusName
           WRITE PrintLine FROM QuoteStatusLine AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus.

       WriteSectionTotal.
           MOVE "QuoteStatus.rpt" TO WS-FileStatusName
           IF SectionCount = ZERO
               WRITE PrintLine FROM NoneLine AFTER ADVANCING 1 LINE
               PERFORM CheckFileStatus
           END-IF
           MOVE SectionCount TO ST-Count
           WRITE PrintLine FROM SectionTotalLine
               AFTER ADVANCING 1 LINE
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
