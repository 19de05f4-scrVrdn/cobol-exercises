       IDENTIFICATION DIVISION.
       PROGRAM-ID. QuoteEntry.
       AUTHOR. io.github.scrvrdn.
      * Raises trade quotations while the customer is on the phone,
      * instead of on a pad nobody can find a week later. The
      * customer must be on CustomerMaster.dat and each gadget on
      * GadgetStock.dat and not delisted. Each line carries the
      * quantity and the unit price agreed -- the shelf Price unless
      * another is keyed -- and the quote holds for QUOTE-VALID-DAYS
      * (default 14) unless a different period is keyed. The next
      * free quote number is given out and the lines appended to
      * Quotations.dat for QuotePrint and QuoteConversion.

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

      * The site's standing operational knobs, for the default
      * validity period. OPTIONAL: a missing file leaves the
      * compiled default standing.
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

       FD StockFile.
           COPY STOCKREC.

       FD SiteParamFile.
           COPY SITEPARM.

       WORKING-STORAGE SECTION.
       01 BusinessToday PIC 9(8) VALUE ZEROS.
       COPY FILESTAT.

      * Days a quote's prices hold when no other period is keyed.
      * Overridable via SiteParams (QUOTE-VALID-DAYS).
       01 QuoteValidDays PIC 9(3) VALUE 14.

       01 NextQuoteNumber PIC 9(6) VALUE ZERO.
       01 EnteredCustomer PIC 9(6).
       01 EnteredValidDays PIC 9(3).
       01 EnteredGadgedID PIC 9(6).
       01 EnteredQty PIC 9(4).
       01 EnteredPrice PIC 9(4)V99.
       01 QuoteValidUntil PIC 9(8).

      * The quote being built, held until the operator files it so
      * a quote abandoned part way leaves nothing on the file.
       01 MaxQuoteLines PIC 9(2) VALUE 40.
       01 QuoteLineTable.
           02 NumQuoteLines PIC 9(2) VALUE ZERO.
           02 QuoteLine OCCURS 40 TIMES.
              03 QL-GadgedID PIC 9(6).
              03 QL-Qty PIC 9(4).
              03 QL-QuotedPrice PIC 9(4)V99.
              03 QL-ListPrice PIC 9(4)V99.
       01 LineIdx PIC 9(2).
       01 QuoteValue PIC 9(7)V99.
       01 QuoteValueOut PIC Z,ZZZ,ZZ9.99.

       01 MoreQuotesFlag PIC X VALUE "Y".
           88 MoreQuotes VALUE "Y".
       01 LinesDoneFlag PIC X.
           88 LinesDone VALUE "Y".
       01 FileQuoteFlag PIC X.
           88 FileQuote VALUE "Y".
       01 QuotesFiled PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.
       Main.
           PERFORM GetBusinessDate
           PERFORM LoadSiteParams
           PERFORM FindNextQuoteNumber

           OPEN INPUT CustomerFile
           MOVE "CustomerMaster.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN INPUT StockFile
           MOVE "GadgetStock.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           PERFORM UNTIL NOT MoreQuotes
               PERFORM EnterOneQuote

               DISPLAY "Enter another quote? (Y/N) - "
                   WITH NO ADVANCING
               ACCEPT MoreQuotesFlag
           END-PERFORM

           CLOSE CustomerFile
           CLOSE StockFile

           DISPLAY "Quotes filed: " QuotesFiled
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
               IF SP-ParamName = "QUOTE-VALID-DAYS"
                  AND FUNCTION TEST-NUMVAL(SP-ParamValue) = 0
                   COMPUTE QuoteValidDays =
                       FUNCTION NUMVAL(SP-ParamValue)
               END-IF

               READ SiteParamFile
                   AT END SET EndOfSiteParams TO TRUE
               END-READ
           END-PERFORM

           CLOSE SiteParamFile.

      * Quote numbers run on from the highest already on file; a
      * missing file means this is the first quote ever raised.
       FindNextQuoteNumber.
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
                   IF QT-QuoteNumber > NextQuoteNumber
                       MOVE QT-QuoteNumber TO NextQuoteNumber
                   END-IF

                   READ QuotationFile
                       AT END SET EndOfQuotations TO TRUE
                   END-READ
                   PERFORM CheckFileStatus
               END-PERFORM

               CLOSE QuotationFile
           END-IF
           ADD 1 TO NextQuoteNumber.

       EnterOneQuote.
           DISPLAY "Customer number - " WITH NO ADVANCING
           ACCEPT EnteredCustomer

           MOVE EnteredCustomer TO CU-CustomerNumber
           READ CustomerFile
               INVALID KEY
                   DISPLAY "Customer " EnteredCustomer
                       " not on CustomerMaster.dat - no quote raised"
               NOT INVALID KEY
                   PERFORM BuildQuote
           END-READ
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
              MOVE "CustomerMaster.dat" TO WS-FileStatusName
              PERFORM CheckFileStatus
           END-IF.

       BuildQuote.
           DISPLAY "Quoting for " CU-CustomerName
           DISPLAY "Days the prices hold (0 for " QuoteValidDays
               ") - " WITH NO ADVANCING
           ACCEPT EnteredValidDays
           IF EnteredValidDays = ZERO
               MOVE QuoteValidDays TO EnteredValidDays
           END-IF
           COMPUTE QuoteValidUntil = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(BusinessToday)
               + EnteredValidDays)

           MOVE ZERO TO NumQuoteLines
           MOVE ZERO TO QuoteValue
           MOVE "N" TO LinesDoneFlag
           PERFORM UNTIL LinesDone
               PERFORM EnterOneQuoteLine
           END-PERFORM

           IF NumQuoteLines = 0
               DISPLAY "No lines keyed - no quote raised"
           ELSE
               MOVE QuoteValue TO QuoteValueOut
               DISPLAY NumQuoteLines " lines, value " QuoteValueOut
                   ", valid until " QuoteValidUntil
               DISPLAY "File this quote? (Y/N) - " WITH NO ADVANCING
               ACCEPT FileQuoteFlag
               IF FileQuote
                   PERFORM WriteQuote
               ELSE
                   DISPLAY "Quote abandoned"
               END-IF
           END-IF.

      * One line: the gadget must be stocked and not delisted. A
      * zero price takes the shelf Price as it stands today.
       EnterOneQuoteLine.
           IF NumQuoteLines NOT < MaxQuoteLines
               DISPLAY "Quote is full at " MaxQuoteLines " lines"
               SET LinesDone TO TRUE
           ELSE
               DISPLAY "GadgedID (0 to end quote) - "
                   WITH NO ADVANCING
               ACCEPT EnteredGadgedID
               IF EnteredGadgedID = ZERO
                   SET LinesDone TO TRUE
               ELSE
                   PERFORM ValidateQuoteLine
               END-IF
           END-IF.

       ValidateQuoteLine.
           MOVE EnteredGadgedID TO GadgedID
           READ StockFile
               INVALID KEY
                   DISPLAY "GadgedID " EnteredGadgedID
                       " not on GadgetStock.dat - line not taken"
               NOT INVALID KEY
                   IF StockDelisted
                       DISPLAY GadgetName " is delisted - line not "
                           "taken"
                   ELSE
                       PERFORM TakeQuoteLine
                   END-IF
           END-READ
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
              MOVE "GadgetStock.dat" TO WS-FileStatusName
              PERFORM CheckFileStatus
           END-IF.

       TakeQuoteLine.
           DISPLAY GadgetName " list " Price
           DISPLAY "Quantity - " WITH NO ADVANCING
           ACCEPT EnteredQty
           DISPLAY "Unit price (0 for list) - " WITH NO ADVANCING
           ACCEPT EnteredPrice

           IF EnteredQty = ZERO
               DISPLAY "Zero quantity - line not taken"
           ELSE
               IF EnteredPrice = ZERO
                   MOVE Price TO EnteredPrice
               END-IF
               ADD 1 TO NumQuoteLines
               MOVE GadgedID TO QL-GadgedID(NumQuoteLines)
               MOVE EnteredQty TO QL-Qty(NumQuoteLines)
               MOVE EnteredPrice TO QL-QuotedPrice(NumQuoteLines)
               MOVE Price TO QL-ListPrice(NumQuoteLines)
               COMPUTE QuoteValue = QuoteValue
                   + EnteredQty * EnteredPrice
           END-IF.

      * Appends the quote's lines under the next quote number, all
      * open and carrying the same customer and dates.
       WriteQuote.
           OPEN EXTEND QuotationFile
           IF WS-FileStatus = "35"
               OPEN OUTPUT QuotationFile
           END-IF
           MOVE "Quotations.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           PERFORM VARYING LineIdx FROM 1 BY 1
                   UNTIL LineIdx > NumQuoteLines
               MOVE NextQuoteNumber TO QT-QuoteNumber
               MOVE LineIdx TO QT-LineNumber
               MOVE CU-CustomerNumber TO QT-CustomerNumber
               MOVE BusinessToday TO QT-QuoteDate
               MOVE QuoteValidUntil TO QT-ValidUntil
               MOVE QL-GadgedID(LineIdx) TO QT-GadgedID
               MOVE QL-Qty(LineIdx) TO QT-Qty
               MOVE QL-QuotedPrice(LineIdx) TO QT-QuotedPrice
               MOVE QL-ListPrice(LineIdx) TO QT-ListPrice
               SET QT-Open TO TRUE
               MOVE ZEROS TO QT-ConvertedDate
               WRITE QuotationRec
               PERFORM CheckFileStatus
           END-PERFORM

           CLOSE QuotationFile
           ADD 1 TO QuotesFiled
           DISPLAY "Filed as quote " NextQuoteNumber
           ADD 1 TO NextQuoteNumber.


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
