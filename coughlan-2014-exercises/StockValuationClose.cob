               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

      * Gadgets a supplier has placed with us on consignment: their
      * stock is the supplier's until it sells, so it isn't ours to
      * value. OPTIONAL on a site that takes nothing on consignment.
           SELECT OPTIONAL ConsignmentFile
               ASSIGN TO "ConsignmentStock.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CN-GadgedID
               FILE STATUS IS WS-FileStatus.

      * Category names for the subtotal lines.
           SELECT CategoryFile ASSIGN TO "CategoryMaster.dat"
               ORGANIZATION IS INDEXED
       FD CategoryFile.
           COPY CATREC.

       FD ConsignmentFile.
           COPY CONSIGN.

       FD ValuationRpt.
       01 PrintLine PIC X(75).

       01 TotalValue PIC 9(11)V99 VALUE ZERO.
       01 GadgetsValued PIC 9(5) VALUE ZERO.

      * Supplier-owned stock held on consignment at the close, left
      * out of the snapshot and noted under the total.
       01 ConsignmentRegisterFlag PIC X VALUE "N".
           88 ConsignmentRegisterPresent VALUE "Y".
       01 ConsignedFlag PIC X.
           88 Consigned VALUE "Y".
       01 ConsignedDate PIC 9(8).
       01 ConsignedGadgets PIC 9(5) VALUE ZERO.
       01 ConsignedUnits PIC 9(7) VALUE ZERO.

      * Stock value per CategoryCode (01-99) this close and at the
      * prior close, for the subtotal and movement sections.
       01 CategoryTotals.
           02 MV-PriorValue PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 MV-Movement PIC -ZZZ,ZZZ,ZZ9.99.
       01 ConsignedLine.
           02 FILLER PIC X(24) VALUE "Consignment stock held ".
           02 CSL-Units PIC Z,ZZZ,ZZ9.
           02 FILLER PIC X(10) VALUE " units of ".
           02 CSL-Gadgets PIC ZZ,ZZ9.
           02 FILLER PIC X(24) VALUE " gadgets - not valued".
       01 NoPriorLine PIC X(52) VALUE
           "  (no prior snapshot on file - first close reported)".

           DISPLAY "Valuation snapshot written to "
               FUNCTION TRIM(SnapshotFileName) " - "
               GadgetsValued " gadgets, total " TotalValue
           IF ConsignedGadgets > 0
               DISPLAY ConsignedGadgets " gadget(s) on consignment "
                   "left out - " ConsignedUnits " supplier-owned units"
           END-IF
           STOP RUN.

      * Checks WS-FileStatus after an OPEN/READ/WRITE against
      * Walks the stock file freezing each active gadget's quantity,
      * price, and extended value into the dated snapshot, and
      * accumulating the category subtotals for the report. Delisted
      * gadgets are skipped, matching the valuation everywhere else,
      * and so is stock held on consignment -- it is the supplier's
      * until it sells. Status "05" is the missing OPTIONAL
      * consignment register.
       WriteSnapshot.
           OPEN INPUT StockFile
           MOVE "GadgetStock.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN INPUT ConsignmentFile
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "05"
               MOVE "ConsignmentStock.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF
           IF WS-FileStatus = "00"
               SET ConsignmentRegisterPresent TO TRUE
           END-IF
           MOVE BusinessToday TO ConsignedDate

           OPEN OUTPUT SnapshotFile
           MOVE SnapshotFileName TO WS-FileStatusName
           PERFORM CheckFileStatus

           PERFORM UNTIL EndOfStockFile
               IF NOT StockDelisted
                   PERFORM CheckConsigned
                   IF Consigned
                       ADD 1 TO ConsignedGadgets
                       ADD QtyInStock TO ConsignedUnits
                   ELSE
                       PERFORM SnapshotOneGadget
                   END-IF
               END-IF

               READ StockFile NEXT RECORD
           END-PERFORM

           CLOSE StockFile
           CLOSE ConsignmentFile
           CLOSE SnapshotFile.

      * Whether GadgedID's stock belongs to a supplier on
      * ConsignedDate: on the consignment register, placed on or
      * before that day, and not ended by it.
       CheckConsigned.
           MOVE "N" TO ConsignedFlag
           IF ConsignmentRegisterPresent
               MOVE GadgedID TO CN-GadgedID
               READ ConsignmentFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CN-StartDate NOT > ConsignedDate
                          AND (CN-EndDate = ZEROS
                               OR CN-EndDate > ConsignedDate)
                           SET Consigned TO TRUE
                       END-IF
               END-READ

               IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
                  MOVE "ConsignmentStock.dat" TO WS-FileStatusName
                  PERFORM CheckFileStatus
               END-IF
           END-IF.

       SnapshotOneGadget.
           COMPUTE GadgetValue = QtyInStock * Price
           MOVE GadgedID TO VS-GadgedID
           WRITE PrintLine FROM TotalLine AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus

           IF ConsignedGadgets > 0
               MOVE ConsignedUnits TO CSL-Units
               MOVE ConsignedGadgets TO CSL-Gadgets
               WRITE PrintLine FROM ConsignedLine
                   AFTER ADVANCING 1 LINE
               PERFORM CheckFileStatus
           END-IF

           MOVE PriorMonth TO MH-Month
           WRITE PrintLine FROM MovementHeading
               AFTER ADVANCING 3 LINES
