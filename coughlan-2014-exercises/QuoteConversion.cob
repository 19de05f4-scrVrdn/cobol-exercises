       IDENTIFICATION DIVISION.
       PROGRAM-ID. QuoteConversion.
       AUTHOR. io.github.scrvrdn.
      * Turns an accepted trade quotation into business when the
      * customer comes back on it. A quote still within its validity
      * date converts either into sale lines on Sales.dat, charged
      * at the quoted prices when PointOfSale next applies the
      * batch, or into holds on Reservations.dat that keep the stock
      * back until the quote lapses. A quote held as reservations is
      * converted to a sale when the customer collects, releasing
      * its holds. The quote is marked with what it became so it
      * cannot be converted twice.
      *
      * Sale lines join the batch waiting on Sales.dat. When there
      * is none -- no file, an empty one, or yesterday's batch
      * already on the applied-batches register -- a new batch is
      * started under the next Sales.dat batch number.

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

           SELECT SalesFile ASSIGN TO "Sales.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

      * Holds the waiting batch while its trailer is taken off and
      * the quote's lines are added.
           SELECT SalesWorkFile ASSIGN TO "SalesConvert.tmp"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

           SELECT ReservationFile ASSIGN TO "Reservations.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

      * Register of transaction batches already applied, so a batch
      * PointOfSale has already run is never added to. OPTIONAL
      * since the very first batch has no register yet.
           SELECT OPTIONAL AppliedBatchFile
               ASSIGN TO "AppliedBatches.dat"
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

       FD SalesFile.
           COPY SALEREC.
           COPY BATCHCTL.

      * Room for the whole of a Sales.dat record, detail or control.
       FD SalesWorkFile.
       01 SalesWorkRec PIC X(80).

       FD ReservationFile.
           COPY RESVREC.

       FD AppliedBatchFile.
           COPY APPBATCH.

       WORKING-STORAGE SECTION.
       01 BusinessToday PIC 9(8) VALUE ZEROS.
       COPY FILESTAT.

       01 EnteredQuote PIC 9(6).
       01 ConvertAction PIC X.
           88 ConvertToSale VALUE "S".
           88 ConvertToHold VALUE "R".

      * The quote in hand, loaded off Quotations.dat.
       01 QuoteFoundFlag PIC X.
           88 QuoteFound VALUE "Y".
       01 QuoteCustomer PIC 9(6).
       01 QuoteValidUntil PIC 9(8).
       01 QuoteStatus PIC X.
           88 QuoteOpen VALUE "O".
           88 QuoteSold VALUE "S".
           88 QuoteHeld VALUE "R".
       01 QuoteLineTable.
           02 NumQuoteLines PIC 9(2) VALUE ZERO.
           02 QuoteLine OCCURS 99 TIMES.
              03 QL-GadgedID PIC 9(6).
              03 QL-Qty PIC 9(4).
              03 QL-QuotedPrice PIC 9(4)V99.
       01 LineIdx PIC 9(2).
       01 QuoteValue PIC 9(7)V99.
       01 QuoteValueOut PIC Z,ZZZ,ZZ9.99.
      * Reservations are filed under this reference, so the counter
      * can see which quote a hold belongs to.
       01 QuoteHoldRef.
           02 FILLER PIC X(6) VALUE "QUOTE ".
           02 QHR-QuoteNumber PIC 9(6).
           02 FILLER PIC X(8) VALUE SPACES.

       01 StockShortFlag PIC X.
           88 StockShort VALUE "Y".

      * What is waiting on Sales.dat, worked out before anything is
      * written.
       01 SalesBatchState PIC X.
           88 StartNewBatch VALUE "N".
           88 AddToBatch VALUE "A".
           88 SalesFileUnusable VALUE "X".
       01 WaitingBatchNumber PIC 9(6).
       01 HighestSalesBatch PIC 9(6).
       01 SalesDetailCount PIC 9(6).
       01 BatchAppliedFlag PIC X.
           88 BatchApplied VALUE "Y".
       01 SalesCopyDoneFlag PIC X.
           88 SalesCopyDone VALUE "Y".
       01 WorkFileRemoveCode PIC S9(9) BINARY.

       01 MoreQuotesFlag PIC X VALUE "Y".
           88 MoreQuotes VALUE "Y".
       01 ConfirmFlag PIC X.
           88 Confirmed VALUE "Y".
       01 HoldsReleased PIC 9(4).
       01 ConvertedToSales PIC 9(4) VALUE ZERO.
       01 ConvertedToHolds PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.
       Main.
           PERFORM GetBusinessDate

           OPEN INPUT CustomerFile
           MOVE "CustomerMaster.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN INPUT StockFile
           MOVE "GadgetStock.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           PERFORM UNTIL NOT MoreQuotes
               PERFORM ConvertOneQuote

               DISPLAY "Convert another quote? (Y/N) - "
                   WITH NO ADVANCING
               ACCEPT MoreQuotesFlag
           END-PERFORM

           CLOSE CustomerFile
           CLOSE StockFile

           DISPLAY "Quotes converted to sales:        "
               ConvertedToSales
           DISPLAY "Quotes converted to reservations: "
               ConvertedToHolds
           STOP RUN.

      * Checks WS-FileStatus after an OPEN/READ/WRITE/REWRITE against
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

      * One quote: loaded, checked it can still be converted, shown
      * to the operator, and converted the way they choose.
       ConvertOneQuote.
           DISPLAY "Quote number - " WITH NO ADVANCING
           ACCEPT EnteredQuote
           PERFORM LoadQuote

           EVALUATE TRUE
               WHEN NOT QuoteFound
                   DISPLAY "No quote " EnteredQuote " on file"
               WHEN QuoteSold
                   DISPLAY "Quote " EnteredQuote
                       " has already been converted to a sale"
               WHEN QuoteValidUntil < BusinessToday
                   DISPLAY "Quote " EnteredQuote " expired on "
                       QuoteValidUntil " - raise a new quote"
               WHEN OTHER
                   PERFORM ShowQuote
                   PERFORM ChooseConversion
           END-EVALUATE.

       LoadQuote.
           MOVE "N" TO QuoteFoundFlag
           MOVE ZERO TO NumQuoteLines
           MOVE ZERO TO QuoteValue

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
                   IF QT-QuoteNumber = EnteredQuote
                      AND NumQuoteLines < 99
                       SET QuoteFound TO TRUE
                       MOVE QT-CustomerNumber TO QuoteCustomer
                       MOVE QT-ValidUntil TO QuoteValidUntil
                       MOVE QT-Status TO QuoteStatus
                       ADD 1 TO NumQuoteLines
                       MOVE QT-GadgedID TO QL-GadgedID(NumQuoteLines)
                       MOVE QT-Qty TO QL-Qty(NumQuoteLines)
                       MOVE QT-QuotedPrice
                           TO QL-QuotedPrice(NumQuoteLines)
                       COMPUTE QuoteValue = QuoteValue
                           + QT-Qty * QT-QuotedPrice
                   END-IF

                   READ QuotationFile
                       AT END SET EndOfQuotations TO TRUE
                   END-READ
                   PERFORM CheckFileStatus
               END-PERFORM

               CLOSE QuotationFile
           END-IF.

       ShowQuote.
           MOVE QuoteCustomer TO CU-CustomerNumber
           READ CustomerFile
               INVALID KEY
                   MOVE "(not on customer master)" TO CU-CustomerName
           END-READ
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
              MOVE "CustomerMaster.dat" TO WS-FileStatusName
              PERFORM CheckFileStatus
           END-IF

           MOVE QuoteValue TO QuoteValueOut
           DISPLAY "Quote " EnteredQuote " for " CU-CustomerName
           DISPLAY "  " NumQuoteLines " lines, value " QuoteValueOut
               ", valid until " QuoteValidUntil
           IF QuoteHeld
               DISPLAY "  Currently held as reservations"
           END-IF.

      * A quote already held can only go on to be sold; an open one
      * may be sold or held.
       ChooseConversion.
           IF QuoteHeld
               DISPLAY "Convert the held quote to a sale? (Y/N) - "
                   WITH NO ADVANCING
               ACCEPT ConfirmFlag
               IF Confirmed
                   SET ConvertToSale TO TRUE
               ELSE
                   MOVE SPACE TO ConvertAction
               END-IF
           ELSE
               DISPLAY "Convert to (S)ale or (R)eservation - "
                   WITH NO ADVANCING
               ACCEPT ConvertAction
           END-IF

           EVALUATE TRUE
               WHEN ConvertToSale PERFORM ConvertQuoteToSale
               WHEN ConvertToHold PERFORM ConvertQuoteToHolds
               WHEN OTHER
                   DISPLAY "Quote " EnteredQuote " left as it was"
           END-EVALUATE.

      * Sale lines go into the waiting batch at the quoted prices,
      * charged to the quote's customer. A quote that was holding
      * stock lets go of its holds first, or PointOfSale would see
      * the customer's own units as spoken for.
       ConvertQuoteToSale.
           PERFORM InspectSalesBatch
           IF SalesFileUnusable
               DISPLAY "Quote " EnteredQuote " not converted"
           ELSE
               IF QuoteHeld
                   PERFORM ReleaseQuoteHolds
               END-IF
               IF StartNewBatch
                   PERFORM WriteNewSalesBatch
               ELSE
                   PERFORM AddToSalesBatch
               END-IF
               SET QuoteSold TO TRUE
               PERFORM MarkQuoteConverted
               ADD 1 TO ConvertedToSales
               DISPLAY "Quote " EnteredQuote " added to Sales.dat "
                   "batch " WaitingBatchNumber
           END-IF.

      * Every line must be coverable from stock on hand, the same
      * bar ReservationMaintenance sets, or none of it is held.
       ConvertQuoteToHolds.
           MOVE "N" TO StockShortFlag
           PERFORM VARYING LineIdx FROM 1 BY 1
                   UNTIL LineIdx > NumQuoteLines
               MOVE QL-GadgedID(LineIdx) TO GadgedID
               READ StockFile
                   INVALID KEY
                       SET StockShort TO TRUE
                       DISPLAY "GadgedID " QL-GadgedID(LineIdx)
                           " no longer on GadgetStock.dat"
                   NOT INVALID KEY
                       IF QL-Qty(LineIdx) > QtyInStock
                           SET StockShort TO TRUE
                           DISPLAY "Only " QtyInStock " of "
                               GadgetName " in stock, "
                               QL-Qty(LineIdx) " quoted"
                       END-IF
               END-READ
               IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
                  MOVE "GadgetStock.dat" TO WS-FileStatusName
                  PERFORM CheckFileStatus
               END-IF
           END-PERFORM

           IF StockShort
               DISPLAY "Quote " EnteredQuote " not held - sell what "
                   "there is or wait for the delivery"
           ELSE
               PERFORM WriteQuoteHolds
               SET QuoteHeld TO TRUE
               PERFORM MarkQuoteConverted
               ADD 1 TO ConvertedToHolds
               DISPLAY "Quote " EnteredQuote " held until "
                   QuoteValidUntil
           END-IF.

      * One hold per line, lapsing on the quote's own validity date.
       WriteQuoteHolds.
           MOVE EnteredQuote TO QHR-QuoteNumber
           OPEN EXTEND ReservationFile
           IF WS-FileStatus = "35"
               OPEN OUTPUT ReservationFile
           END-IF
           MOVE "Reservations.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           PERFORM VARYING LineIdx FROM 1 BY 1
                   UNTIL LineIdx > NumQuoteLines
               MOVE QL-GadgedID(LineIdx) TO RV-GadgedID
               MOVE QL-Qty(LineIdx) TO RV-QtyReserved
               MOVE QuoteHoldRef TO RV-CustomerRef
               MOVE BusinessToday TO RV-ReserveDate
               MOVE QuoteValidUntil TO RV-ExpiryDate
               SET RV-Open TO TRUE
               WRITE ReservationRec
               PERFORM CheckFileStatus
           END-PERFORM

           CLOSE ReservationFile.

       ReleaseQuoteHolds.
           MOVE EnteredQuote TO QHR-QuoteNumber
           MOVE ZERO TO HoldsReleased
           OPEN I-O ReservationFile
           IF WS-FileStatus = "35"
               CONTINUE
           ELSE
               MOVE "Reservations.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus

               READ ReservationFile
                   AT END SET EndOfReservations TO TRUE
               END-READ
               PERFORM CheckFileStatus

               PERFORM UNTIL EndOfReservations
                   IF RV-Open AND RV-CustomerRef = QuoteHoldRef
                       SET RV-Released TO TRUE
                       REWRITE ReservationRec
                       PERFORM CheckFileStatus
                       ADD 1 TO HoldsReleased
                   END-IF

                   READ ReservationFile
                       AT END SET EndOfReservations TO TRUE
                   END-READ
                   PERFORM CheckFileStatus
               END-PERFORM

               CLOSE ReservationFile
           END-IF
           DISPLAY "  " HoldsReleased " holds released".

      * Works out what is waiting on Sales.dat: a batch not yet
      * applied is added to; no file, an empty one, or a batch on the
      * register means a new batch. A file that doesn't open with a
      * batch header is left for someone to look at.
       InspectSalesBatch.
           SET StartNewBatch TO TRUE
           MOVE ZEROS TO WaitingBatchNumber
           MOVE ZEROS TO HighestSalesBatch
           MOVE "N" TO BatchAppliedFlag

           OPEN INPUT SalesFile
           IF WS-FileStatus = "35"
               CONTINUE
           ELSE
               MOVE "Sales.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
               READ SalesFile
                   AT END CONTINUE
                   NOT AT END
                       IF BatchHeaderType
                           MOVE BH-BatchNumber TO WaitingBatchNumber
                           MOVE BH-BatchNumber TO HighestSalesBatch
                           SET AddToBatch TO TRUE
                       ELSE
                           SET SalesFileUnusable TO TRUE
                           DISPLAY "Sales.dat does not start with a "
                               "batch header record"
                       END-IF
               END-READ
               PERFORM CheckFileStatus
               CLOSE SalesFile
           END-IF

           IF NOT SalesFileUnusable
               PERFORM ScanBatchRegister
               IF AddToBatch AND BatchApplied
                   SET StartNewBatch TO TRUE
               END-IF
               IF StartNewBatch
                   COMPUTE WaitingBatchNumber = HighestSalesBatch + 1
               END-IF
           END-IF.

      * Status "05" is a successful open of the missing OPTIONAL
      * register before the first batch was ever recorded.
       ScanBatchRegister.
           OPEN INPUT AppliedBatchFile
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "05"
               MOVE "AppliedBatches.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF

           READ AppliedBatchFile
               AT END SET EndOfAppliedBatches TO TRUE
           END-READ

           PERFORM UNTIL EndOfAppliedBatches
               IF AB-FileName = "Sales.dat"
                   IF AB-BatchNumber > HighestSalesBatch
                       MOVE AB-BatchNumber TO HighestSalesBatch
                   END-IF
                   IF AddToBatch
                      AND AB-BatchNumber = WaitingBatchNumber
                       SET BatchApplied TO TRUE
                   END-IF
               END-IF

               READ AppliedBatchFile
                   AT END SET EndOfAppliedBatches TO TRUE
               END-READ
           END-PERFORM

           CLOSE AppliedBatchFile.

       WriteNewSalesBatch.
           OPEN OUTPUT SalesFile
           MOVE "Sales.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           MOVE SPACES TO SaleRec
           SET BatchHeaderType TO TRUE
           MOVE WaitingBatchNumber TO BH-BatchNumber
           MOVE BusinessToday TO BH-CreationDate
           WRITE SaleRec
           PERFORM CheckFileStatus

           MOVE ZERO TO SalesDetailCount
           PERFORM WriteQuoteSaleLines
           PERFORM WriteSalesTrailer

           CLOSE SalesFile.

      * The waiting batch is copied aside without its trailer, then
      * written back with the quote's lines and a trailer counting
      * them in.
       AddToSalesBatch.
           OPEN INPUT SalesFile
           MOVE "Sales.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus
           OPEN OUTPUT SalesWorkFile
           MOVE "SalesConvert.tmp" TO WS-FileStatusName
           PERFORM CheckFileStatus

           MOVE ZERO TO SalesDetailCount
           MOVE "N" TO SalesCopyDoneFlag
           PERFORM UNTIL SalesCopyDone
               READ SalesFile
                   AT END SET SalesCopyDone TO TRUE
                   NOT AT END
                       IF NOT BatchTrailerType
                           IF NOT BatchHeaderType
                               ADD 1 TO SalesDetailCount
                           END-IF
                           MOVE SaleRec TO SalesWorkRec
                           WRITE SalesWorkRec
                           MOVE "SalesConvert.tmp"
                               TO WS-FileStatusName
                           PERFORM CheckFileStatus
                       END-IF
               END-READ
               MOVE "Sales.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-PERFORM

           CLOSE SalesFile
           CLOSE SalesWorkFile

           OPEN INPUT SalesWorkFile
           MOVE "SalesConvert.tmp" TO WS-FileStatusName
           PERFORM CheckFileStatus
           OPEN OUTPUT SalesFile
           MOVE "Sales.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           MOVE "N" TO SalesCopyDoneFlag
           PERFORM UNTIL SalesCopyDone
               READ SalesWorkFile
                   AT END SET SalesCopyDone TO TRUE
                   NOT AT END
                       MOVE SalesWorkRec TO SaleRec
                       WRITE SaleRec
                       MOVE "Sales.dat" TO WS-FileStatusName
                       PERFORM CheckFileStatus
               END-READ
               MOVE "SalesConvert.tmp" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-PERFORM
           CLOSE SalesWorkFile

           PERFORM WriteQuoteSaleLines
           PERFORM WriteSalesTrailer
           CLOSE SalesFile

           CALL "SYSTEM" USING "rm -f SalesConvert.tmp"
               RETURNING WorkFileRemoveCode
           END-CALL.

      * One till line per quote line, on the customer's account at
      * the quoted price. Tender is left blank for PointOfSale to
      * derive -- account, since a customer is keyed.
       WriteQuoteSaleLines.
           MOVE "Sales.dat" TO WS-FileStatusName
           PERFORM VARYING LineIdx FROM 1 BY 1
                   UNTIL LineIdx > NumQuoteLines
               MOVE SPACES TO SaleRec
               MOVE QL-GadgedID(LineIdx) TO SL-GadgedID
               MOVE QL-Qty(LineIdx) TO SL-QtySold
               MOVE QuoteCustomer TO SL-CustomerNumber
               MOVE ZEROS TO SL-VoucherNumber
               MOVE ZEROS TO SL-VoucherValue
               MOVE EnteredQuote TO SL-QuoteNumber
               MOVE QL-QuotedPrice(LineIdx) TO SL-QuotedPrice
               WRITE SaleRec
               PERFORM CheckFileStatus
               ADD 1 TO SalesDetailCount
           END-PERFORM.

       WriteSalesTrailer.
           MOVE SPACES TO SaleRec
           SET BatchTrailerType TO TRUE
           MOVE SalesDetailCount TO BT-RecordCount
           WRITE SaleRec
           MOVE "Sales.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus.

      * Stamps every line of the quote with what it became (set in
      * QuoteStatus by the caller) and the day it was converted.
       MarkQuoteConverted.
           OPEN I-O QuotationFile
           MOVE "Quotations.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           READ QuotationFile
               AT END SET EndOfQuotations TO TRUE
           END-READ
           PERFORM CheckFileStatus

           PERFORM UNTIL EndOfQuotations
               IF QT-QuoteNumber = EnteredQuote
                   MOVE QuoteStatus TO QT-Status
                   MOVE BusinessToday TO QT-ConvertedDate
                   REWRITE QuotationRec
                   PERFORM CheckFileStatus
               END-IF

               READ QuotationFile
                   AT END SET EndOfQuotations TO TRUE
               END-READ
               PERFORM CheckFileStatus
           END-PERFORM

           CLOSE QuotationFile.


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
