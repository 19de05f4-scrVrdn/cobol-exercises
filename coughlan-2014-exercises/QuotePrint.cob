       IDENTIFICATION DIVISION.
       PROGRAM-ID. QuotePrint.
       AUTHOR. io.github.scrvrdn.
      * Prints trade quotations off Quotations.dat onto Quotation.rpt
      * to post or hand to the customer: who it is for, when it was
      * raised and how long the prices hold, then each gadget with
      * its list price, the price quoted and the line value, and the
      * quote total with what the customer saves against list. One
      * quote by number, or every quote still open when zero is
      * keyed.

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

           SELECT StockFile ASSIGN TO "GadgetStock.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GadgedID
               FILE STATUS IS WS-FileStatus.

           SELECT QuoteRpt ASSIGN TO "Quotation.rpt"
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

       FD StockFile.
           COPY STOCKREC.

       FD QuoteRpt.
       01 PrintLine PIC X(90).

       WORKING-STORAGE SECTION.
       01 BusinessToday PIC 9(8) VALUE ZEROS.
       COPY FILESTAT.
       COPY RPTHEAD.

       01 RequestedQuote PIC 9(6).
       01 CurrentQuote PIC 9(6) VALUE ZERO.
       01 QuoteOpenFlag PIC X VALUE "N".
           88 QuoteInProgress VALUE "Y".
       01 QuoteValue PIC 9(7)V99.
       01 QuoteListValue PIC 9(7)V99.
       01 LineValue PIC 9(7)V99.
       01 QuoteSaving PIC S9(7)V99.
       01 QuotesPrinted PIC 9(4) VALUE ZERO.

       01 ReportHeading PIC X(40) VALUE "Quotation".
       01 QuoteHeadLine.
           02 FILLER PIC X(10) VALUE "Quote no. ".
           02 QH-QuoteNumber PIC 9(6).
           02 FILLER PIC X(10) VALUE "   dated ".
           02 QH-QuoteDate PIC 9(8).
           02 FILLER PIC X(20) VALUE "   prices hold to ".
           02 QH-ValidUntil PIC 9(8).
       01 QuoteCustomerLine.
           02 FILLER PIC X(10) VALUE "For       ".
           02 QC-CustomerNumber PIC 9(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 QC-CustomerName PIC X(30).
       01 QuoteContactLine.
           02 FILLER PIC X(18) VALUE SPACES.
           02 QA-Contact PIC X(30).
       01 QuoteStatusLine.
           02 FILLER PIC X(18) VALUE SPACES.
           02 QS-Status PIC X(40).
       01 QuoteColHeads.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(8) VALUE "Gadget".
           02 FILLER PIC X(32) VALUE "Description".
           02 FILLER PIC X(6) VALUE "Qty".
           02 FILLER PIC X(10) VALUE "List".
           02 FILLER PIC X(10) VALUE "Quoted".
           02 FILLER PIC X(12) VALUE "Value".
       01 QuoteDetailLine.
           02 FILLER PIC X(4) VALUE SPACES.
           02 QD-GadgedID PIC 9(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 QD-GadgetName PIC X(30).
           02 FILLER PIC X(2) VALUE SPACES.
           02 QD-Qty PIC ZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 QD-ListPrice PIC Z,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 QD-QuotedPrice PIC Z,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 QD-LineValue PIC Z,ZZZ,ZZ9.99.
       01 QuoteTotalLine.
           02 FILLER PIC X(56) VALUE SPACES.
           02 FILLER PIC X(12) VALUE "Quote total".
           02 QO-TotalOut PIC Z,ZZZ,ZZ9.99.
       01 QuoteSavingLine.
           02 FILLER PIC X(56) VALUE SPACES.
           02 FILLER PIC X(12) VALUE "Off list".
           02 QO-SavingOut PIC -,---,--9.99.
       01 NoQuoteLine PIC X(40)
           VALUE "  (no matching quotation on file)".

       PROCEDURE DIVISION.
       Main.
           PERFORM GetBusinessDate

           DISPLAY "Quote number to print (0 for all open) - "
               WITH NO ADVANCING
           ACCEPT RequestedQuote

           OPEN INPUT QuotationFile
           IF WS-FileStatus = "35"
               DISPLAY "No Quotations.dat on file - nothing to print"
               STOP RUN
           END-IF
           MOVE "Quotations.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN INPUT CustomerFile
           MOVE "CustomerMaster.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN INPUT StockFile
           MOVE "GadgetStock.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN OUTPUT QuoteRpt
           MOVE "Quotation.rpt" TO WS-FileStatusName
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

           READ QuotationFile
               AT END SET EndOfQuotations TO TRUE
           END-READ
           MOVE "Quotations.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           PERFORM UNTIL EndOfQuotations
               IF (RequestedQuote > 0
                   AND QT-QuoteNumber = RequestedQuote)
                  OR (RequestedQuote = 0 AND QT-Open)
                   IF NOT QuoteInProgress
                      OR QT-QuoteNumber NOT = CurrentQuote
                       IF QuoteInProgress
                           PERFORM CloseQuote
                       END-IF
                       PERFORM OpenQuote
                   END-IF
                   PERFORM PrintQuoteLine
               END-IF

               READ QuotationFile
                   AT END SET EndOfQuotations TO TRUE
               END-READ
               MOVE "Quotations.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-PERFORM

           IF QuoteInProgress
               PERFORM CloseQuote
           END-IF

           MOVE "Quotation.rpt" TO WS-FileStatusName
           IF QuotesPrinted = 0
               WRITE PrintLine FROM NoQuoteLine
                   AFTER ADVANCING 2 LINES
               PERFORM CheckFileStatus
           END-IF

           CLOSE QuotationFile
           CLOSE CustomerFile
           CLOSE StockFile
           CLOSE QuoteRpt

           DISPLAY "Quotes printed: " QuotesPrinted
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

      * The quote's heading block: number and dates, the customer's
      * name and contact off the master, and a warning line when the
      * quote has lapsed or already been converted.
       OpenQuote.
           SET QuoteInProgress TO TRUE
           MOVE QT-QuoteNumber TO CurrentQuote
           MOVE ZEROS TO QuoteValue
           MOVE ZEROS TO QuoteListValue
           ADD 1 TO QuotesPrinted

           MOVE QT-CustomerNumber TO CU-CustomerNumber
           READ CustomerFile
               INVALID KEY
                   MOVE "(not on customer master)" TO CU-CustomerName
                   MOVE SPACES TO CU-Contact
           END-READ
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
              MOVE "CustomerMaster.dat" TO WS-FileStatusName
              PERFORM CheckFileStatus
           END-IF

           MOVE QT-QuoteNumber TO QH-QuoteNumber
           MOVE QT-QuoteDate TO QH-QuoteDate
           MOVE QT-ValidUntil TO QH-ValidUntil
           MOVE QT-CustomerNumber TO QC-CustomerNumber
           MOVE CU-CustomerName TO QC-CustomerName
           MOVE CU-Contact TO QA-Contact
           MOVE "Quotation.rpt" TO WS-FileStatusName
           WRITE PrintLine FROM QuoteHeadLine AFTER ADVANCING 3 LINES
           PERFORM CheckFileStatus
           WRITE PrintLine FROM QuoteCustomerLine
               AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus
           WRITE PrintLine FROM QuoteContactLine
               AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus

           MOVE SPACES TO QS-Status
           EVALUATE TRUE
               WHEN QT-ConvertedToSale
                   MOVE "CONVERTED TO SALE" TO QS-Status
               WHEN QT-ConvertedToHold
                   MOVE "HELD AS RESERVATIONS" TO QS-Status
               WHEN QT-ValidUntil < BusinessToday
                   MOVE "EXPIRED - PRICES NO LONGER HELD"
                       TO QS-Status
           END-EVALUATE
           IF QS-Status NOT = SPACES
               WRITE PrintLine FROM QuoteStatusLine
                   AFTER ADVANCING 1 LINE
               PERFORM CheckFileStatus
           END-IF

           WRITE PrintLine FROM QuoteColHeads AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus.

       PrintQuoteLine.
           MOVE QT-GadgedID TO GadgedID
           READ StockFile
               INVALID KEY
                   MOVE "(no longer stocked)" TO GadgetName
           END-READ
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
              MOVE "GadgetStock.dat" TO WS-FileStatusName
              PERFORM CheckFileStatus
           END-IF

           COMPUTE LineValue = QT-Qty * QT-QuotedPrice
           ADD LineValue TO QuoteValue
           COMPUTE QuoteListValue = QuoteListValue
               + QT-Qty * QT-ListPrice

           MOVE QT-GadgedID TO QD-GadgedID
           MOVE GadgetName TO QD-GadgetName
           MOVE QT-Qty TO QD-Qty
           MOVE QT-ListPrice TO QD-ListPrice
           MOVE QT-QuotedPrice TO QD-QuotedPrice
           MOVE LineValue TO QD-LineValue
           MOVE "Quotation.rpt" TO WS-FileStatusName
           WRITE PrintLine FROM QuoteDetailLine AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus.

       CloseQuote.
           COMPUTE QuoteSaving = QuoteListValue - QuoteValue
           MOVE QuoteValue TO QO-TotalOut
           MOVE QuoteSaving TO QO-SavingOut
           MOVE "Quotation.rpt" TO WS-FileStatusName
           WRITE PrintLine FROM QuoteTotalLine AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus
           WRITE PrintLine FROM QuoteSavingLine AFTER ADVANCING 1 LINE
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
