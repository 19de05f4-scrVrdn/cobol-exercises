               RECORD KEY IS LC-Key
               FILE STATUS IS WS-FileStatus.

      * Manufacturer barcodes keyed on the count sheet in place of a
      * GadgedID. OPTIONAL: with no file every barcode line is
      * listed as unknown.
           SELECT OPTIONAL BarcodeFile ASSIGN TO "BarcodeXref.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BC-Barcode
               FILE STATUS IS WS-FileStatus.


      * The business day this cycle stamps from, set by the batch
      * driver -- see BUSDATE.
      * existed -- those reconcile against the combined position as
      * they always did.
           02 PH-LocationCode PIC X(3).
      * The packaging barcode as scanned, when the line carries that
      * instead of the GadgedID (PH-GadgedID zeros).
           02 PH-Barcode PIC X(14).

      * Audit record for each variance posted in apply mode: the book
      * quantity before, the shelf count it was corrected to, and the
       FD SiteParamFile.
           COPY SITEPARM.

       FD BarcodeFile.
           COPY BARCODE.

       WORKING-STORAGE SECTION.
       01 BusinessToday PIC 9(8) VALUE ZEROS.
       COPY FILESTAT.
       01 ReconciledCount PIC 9(6) VALUE ZERO.
       01 ExceptionCount PIC 9(6) VALUE ZERO.
       01 NotFoundCount PIC 9(6) VALUE ZERO.
       01 UnknownBarcodeCount PIC 9(6) VALUE ZERO.
       01 BarcodeResolvedFlag PIC X.
           88 BarcodeResolved VALUE "Y".

       01 ExceptionsFoundFlag PIC X VALUE "N".
           88 ExceptionsFound VALUE "Y".
               PERFORM CheckFileStatus
           END-IF

      * Status "05" is the missing OPTIONAL barcode cross-reference.
           OPEN INPUT BarcodeFile
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "05"
               MOVE "BarcodeXref.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF

           OPEN INPUT PhysicalCountFile
           MOVE "PhysicalCount.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus
           DISPLAY VarianceColHeads

           PERFORM UNTIL EndOfPhysicalCount
               PERFORM ResolveCountBarcode
               IF BarcodeResolved
                   PERFORM ReconcileOneGadget
               END-IF

               READ PhysicalCountFile
                   AT END SET EndOfPhysicalCount TO TRUE
           CLOSE StockFile
           CLOSE PhysicalCountFile
           CLOSE LocationStockFile
           CLOSE BarcodeFile
           IF ApplyMode
               CLOSE StockAdjustmentFile
               CLOSE StockMovementFile
           DISPLAY "Gadgets reconciled: " ReconciledCount
           DISPLAY "Variance exceptions: " ExceptionCount
           DISPLAY "Counted gadgets not on file: " NotFoundCount
           IF UnknownBarcodeCount > 0
               DISPLAY "Counted barcodes not on file: "
                   UnknownBarcodeCount
           END-IF
           IF ApplyMode
               DISPLAY "Adjustments posted: " AdjustmentsPosted
               PERFORM ReleaseUpdateLock
              STOP RUN
           END-IF.

      * A count line keyed by barcode has its GadgedID filled in from
      * the cross-reference first. An unknown barcode is listed and
      * left out of the reconciliation -- counting it against a
      * guessed gadget would post a false variance.
       ResolveCountBarcode.
           MOVE "Y" TO BarcodeResolvedFlag
           IF PH-GadgedID = ZERO AND PH-Barcode NOT = SPACES
               MOVE PH-Barcode TO BC-Barcode
               READ BarcodeFile
                   INVALID KEY
                       MOVE "N" TO BarcodeResolvedFlag
                       ADD 1 TO UnknownBarcodeCount
                       DISPLAY "Counted barcode " PH-Barcode
                           " not found on BarcodeXref.dat"
                   NOT INVALID KEY
                       MOVE BC-GadgedID TO PH-GadgedID
               END-READ

               IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
                  AND WS-FileStatus NOT = "05"
                  MOVE "BarcodeXref.dat" TO WS-FileStatusName
                  PERFORM CheckFileStatus
               END-IF
           END-IF.

      * Looks the counted gadget up by its GadgedID key and compares
      * its physical count against GadgetStock.dat's QtyInStock,
      * printing it as an exception when the variance is outside
