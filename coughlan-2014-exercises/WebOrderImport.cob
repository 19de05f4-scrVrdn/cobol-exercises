       IDENTIFICATION DIVISION.
       PROGRAM-ID. WebOrderImport.
       AUTHOR. io.github.scrvrdn.
      * Books the orders taken on the website (WebOrdersIn.dat) onto
      * WebOrderBook.dat instead of someone rekeying the emails as
      * till lines. Each line is allocated stock from one location
      * off LocationStock.dat -- the first location, in location
      * order, that can pick the whole line, otherwise the one that
      * can pick most of it -- never more than the gadget's unheld
      * stock overall, and never units already allocated to an
      * earlier web order still waiting to go. The allocation is
      * held on Reservations.dat so the till can't sell it from
      * under the pick; no stock moves until WebOrderDispatch
      * confirms the order went out. A line the stock can't cover
      * in full is allocated what there is and the balance follows
      * as a backorder when dispatch is confirmed.
      *
      * An order number already on the book is refused whole, so a
      * file sent twice books nothing twice. A gadget that is
      * unknown or delisted is booked as not supplied and never
      * picked or charged. A gadget under an open recall on
      * Recalls.dat is booked but held: nothing is allocated to it,
      * and it follows as a backorder like any other shortfall.
      *
      * Two reports come out of each run: WebPickList.rpt, a page
      * per location listing every allocated line still waiting to
      * be dispatched from it, and WebDispatchNotes.rpt, a page per
      * order booked by this run, to go in the parcel.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WebOrderInFile ASSIGN TO "WebOrdersIn.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

           SELECT WebOrderBookFile ASSIGN TO "WebOrderBook.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WO-Key
               FILE STATUS IS WS-FileStatus.

           SELECT StockFile ASSIGN TO "GadgetStock.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GadgedID
               FILE STATUS IS WS-FileStatus.

           SELECT LocationStockFile ASSIGN TO "LocationStock.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LC-Key
               FILE STATUS IS WS-FileStatus.

      * Read for the holds already standing against each gadget,
      * then extended with this run's allocations.
           SELECT ReservationFile ASSIGN TO "Reservations.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

      * Manufacturers' recalls: a gadget under an open recall is not
      * allocated, the same as the till refuses it. OPTIONAL since a
      * site may never have had a recall.
           SELECT OPTIONAL RecallFile ASSIGN TO "Recalls.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-RecallNumber
               FILE STATUS IS WS-FileStatus.

      * Each run's high-water mark on its fixed tables, for the
      * nightly capacity watch -- see CAPLOG.
           SELECT CapacityLogFile ASSIGN TO "CapacityLog.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

           SELECT PickListRpt ASSIGN TO "WebPickList.rpt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

           SELECT DispatchNoteRpt ASSIGN TO "WebDispatchNotes.rpt"
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

       FD WebOrderInFile.
           COPY WEBORDIN.

       FD WebOrderBookFile.
           COPY WEBORDER.

       FD StockFile.
           COPY STOCKREC.

       FD LocationStockFile.
           COPY LOCSREC.

       FD ReservationFile.
           COPY RESVREC.

       FD RecallFile.
           COPY RECALREC.

       FD CapacityLogFile.
           COPY CAPLOG.

       FD PickListRpt.
       01 PickLine PIC X(80).

       FD DispatchNoteRpt.
       01 NoteLine PIC X(80).

       WORKING-STORAGE SECTION.
       01 BusinessToday PIC 9(8) VALUE ZEROS.
       COPY FILESTAT.
       COPY CAPLWS.
       COPY RPTHEAD.

      * Open holds per gadget, web allocations included.
       01 MaxReservedGadgets PIC 9(3) VALUE 500.
       01 ReservedTable.
           02 NumReservedGadgets PIC 9(3) VALUE ZERO.
           02 ReservedEntry OCCURS 0 TO 500 TIMES
                    DEPENDING ON NumReservedGadgets
                    INDEXED BY Resv-Idx.
              03 RT-GadgedID PIC 9(6).
              03 RT-QtyReserved PIC 9(5).
       01 ReservedTableFullFlag PIC X VALUE "N".
           88 ReservedTableFull VALUE "Y".
       01 ReservedQtyForLine PIC 9(5).

      * Units allocated to web orders still waiting to be
      * dispatched, per gadget per location -- what the picker is
      * going to take off that location's shelf.
       01 MaxWebAllocations PIC 9(3) VALUE 500.
       01 WebAllocTable.
           02 NumWebAllocations PIC 9(3) VALUE ZERO.
           02 WebAllocEntry OCCURS 0 TO 500 TIMES
                    DEPENDING ON NumWebAllocations
                    INDEXED BY Alloc-Idx.
              03 WA-GadgedID PIC 9(6).
              03 WA-LocationCode PIC X(3).
              03 WA-QtyAllocated PIC 9(5).
       01 WebAllocFullFlag PIC X VALUE "N".
           88 WebAllocFull VALUE "Y".
       01 AllocatedAtLocation PIC 9(5).

      * The locations that have anything to pick, one pick-list
      * page each.
       01 PickLocationTable.
           02 NumPickLocations PIC 99 VALUE ZERO.
           02 PickLocation PIC X(3) OCCURS 50 TIMES.
       01 PickLocIdx PIC 99.
       01 PickLocFoundFlag PIC X.
           88 PickLocFound VALUE "Y".

      * The order in hand, gathered off the input until the next
      * header (or the end of the file) closes it.
       01 OrderInHandFlag PIC X VALUE "N".
           88 OrderInHand VALUE "Y".
       01 OrderRefusedFlag PIC X VALUE "N".
           88 OrderRefused VALUE "Y".
       01 OrderHeader.
           02 OH-OrderNumber PIC 9(8).
           02 OH-HeaderBody PIC X(132).
       01 OrderLineTable.
           02 NumOrderLines PIC 9(3) VALUE ZERO.
           02 OrderLine OCCURS 99 TIMES.
              03 OL-GadgedID PIC 9(6).
              03 OL-GadgetName PIC X(30).
              03 OL-QtyOrdered PIC 9(4).
              03 OL-UnitPrice PIC 9(4)V99.
              03 OL-LocationCode PIC X(3).
              03 OL-QtyAllocated PIC 9(4).
              03 OL-LineStatus PIC X.
                  88 OL-NotSupplied VALUE "X".
              03 OL-RecallFlag PIC X.
                  88 OL-RecallHeld VALUE "Y".
              03 OL-RecallNumber PIC 9(6).
       01 LineIdx PIC 9(3).
       01 OrderSuppliedFlag PIC X.
           88 OrderSupplied VALUE "Y".

      * Working out one line's allocation.
       01 UnheldQty PIC S9(5).
       01 LocationFreeQty PIC S9(5).
       01 BestLocation PIC X(3).
       01 BestLocationQty PIC S9(5).
       01 FullLocationFlag PIC X.
           88 FullLocationFound VALUE "Y".
       01 LocationBrowseDoneFlag PIC X.
           88 LocationBrowseDone VALUE "Y".

      * Holds are filed under this reference; WebOrderDispatch
      * releases them by it.
       01 WebHoldRef.
           02 FILLER PIC X(4) VALUE "WEB ".
           02 WHR-OrderNumber PIC 9(8).
           02 FILLER PIC X(8) VALUE SPACES.
       01 NoExpiryDate PIC 9(8) VALUE 99991231.

      * Open recalls, loaded once at startup. A web order names no
      * serial, so only the gadget is kept.
       01 MaxOpenRecalls PIC 9(3) VALUE 100.
       01 RecallTable.
           02 NumOpenRecalls PIC 9(3) VALUE ZERO.
           02 RecallEntry OCCURS 0 TO 100 TIMES
                    DEPENDING ON NumOpenRecalls.
              03 RL-RecallNumber PIC 9(6).
              03 RL-GadgedID PIC 9(6).
       01 RecallIdx PIC 9(3).
       01 RecallGadget PIC 9(6).
       01 RecallBlockFlag PIC X.
           88 RecallBlocked VALUE "Y".
       01 BlockingRecall PIC 9(6).

       01 OrdersBooked PIC 9(5) VALUE ZERO.
       01 OrdersRefused PIC 9(5) VALUE ZERO.
       01 LinesBooked PIC 9(6) VALUE ZERO.
       01 LinesShort PIC 9(6) VALUE ZERO.
       01 LinesNotSupplied PIC 9(6) VALUE ZERO.
       01 LinesRecallHeld PIC 9(6) VALUE ZERO.
       01 RecordsRejected PIC 9(6) VALUE ZERO.
       01 BookScanDoneFlag PIC X.
           88 BookScanDone VALUE "Y".
       01 FirstPageFlag PIC X VALUE "Y".
           88 FirstPage VALUE "Y".
       01 LocationUnits PIC 9(6).

       01 PickHeading.
           02 FILLER PIC X(34)
               VALUE "Web Order Pick List - Location ".
           02 PH-Location PIC X(3).
       01 PickColHeads.
           02 FILLER PIC X(15) VALUE "Order     Line".
           02 FILLER PIC X(40) VALUE "GadgedID Gadget".
           02 FILLER PIC X(11) VALUE "  Booked on".
           02 FILLER PIC X(6) VALUE "  Pick".
       01 PickDetail.
           02 PD-OrderNumber PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 PD-LineNumber PIC 9(3).
           02 FILLER PIC X(2) VALUE SPACES.
           02 PD-GadgedID PIC 9(6).
           02 FILLER PIC X(3) VALUE SPACES.
           02 PD-GadgetName PIC X(31).
           02 PD-ImportDate PIC 9(8).
           02 FILLER PIC X(3) VALUE SPACES.
           02 PD-Qty PIC ZZZZ9.
       01 PickTotalLine.
           02 FILLER PIC X(66) VALUE "Units to pick".
           02 PT-Units PIC ZZZZZ9.

       01 NoteHeading PIC X(40) VALUE "Dispatch Note".
       01 NoteOrderLine.
           02 FILLER PIC X(10) VALUE "Web order ".
           02 NO-OrderNumber PIC 9(8).
           02 FILLER PIC X(12) VALUE "  placed on ".
           02 NO-OrderDate PIC 9(8).
       01 NoteDeliverTitle PIC X(12) VALUE "Deliver to:".
       01 NoteAddressLine.
           02 FILLER PIC X(4) VALUE SPACES.
           02 NA-Text PIC X(30).
       01 NoteColHeads.
           02 FILLER PIC X(40) VALUE "GadgedID Gadget".
           02 FILLER PIC X(9) VALUE "  Ordered".
           02 FILLER PIC X(9) VALUE "  Sending".
           02 FILLER PIC X(12) VALUE "   To follow".
       01 NoteDetail.
           02 ND-GadgedID PIC 9(6).
           02 FILLER PIC X(3) VALUE SPACES.
           02 ND-GadgetName PIC X(31).
           02 FILLER PIC X(5) VALUE SPACES.
           02 ND-Ordered PIC ZZZ9.
           02 FILLER PIC X(5) VALUE SPACES.
           02 ND-Sending PIC ZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 ND-ToFollow PIC X(11).
       01 ToFollowOut PIC ZZZZZZZZZZ9.
       01 NoteFooter PIC X(60)
           VALUE "Items to follow are sent on when the stock arrives.".

       PROCEDURE DIVISION.
       Main.
           PERFORM GetBusinessDate

           OPEN INPUT WebOrderInFile
           IF WS-FileStatus = "35"
               DISPLAY "No WebOrdersIn.dat - no web orders to book"
               STOP RUN
           END-IF
           MOVE "WebOrdersIn.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN I-O WebOrderBookFile
           IF WS-FileStatus = "35"
               OPEN OUTPUT WebOrderBookFile
               CLOSE WebOrderBookFile
               OPEN I-O WebOrderBookFile
           END-IF
           MOVE "WebOrderBook.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN INPUT StockFile
           MOVE "GadgetStock.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN INPUT LocationStockFile
           MOVE "LocationStock.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           PERFORM LoadOpenReservations
           PERFORM LoadWebAllocations
           PERFORM LoadOpenRecalls

           OPEN EXTEND ReservationFile
           IF WS-FileStatus = "35"
               OPEN OUTPUT ReservationFile
           END-IF
           MOVE "Reservations.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN OUTPUT DispatchNoteRpt
           MOVE "WebDispatchNotes.rpt" TO WS-FileStatusName
           PERFORM CheckFileStatus

           READ WebOrderInFile
               AT END SET EndOfWebOrdersIn TO TRUE
           END-READ
           MOVE "WebOrdersIn.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           PERFORM UNTIL EndOfWebOrdersIn
               EVALUATE TRUE
                   WHEN WI-OrderHeader
                       PERFORM FinishWebOrder
                       PERFORM StartWebOrder
                   WHEN WI-OrderLine
                       PERFORM TakeWebOrderLine
                   WHEN OTHER
                       ADD 1 TO RecordsRejected
                       DISPLAY "Rejected: record type " WI-RecordType
                           " on order " WI-OrderNumber
               END-EVALUATE

               READ WebOrderInFile
                   AT END SET EndOfWebOrdersIn TO TRUE
               END-READ
               MOVE "WebOrdersIn.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-PERFORM
           PERFORM FinishWebOrder

           CLOSE WebOrderInFile
           CLOSE ReservationFile
           CLOSE DispatchNoteRpt
           CLOSE LocationStockFile

           PERFORM WritePickLists

           CLOSE WebOrderBookFile
           CLOSE StockFile

           DISPLAY "Web orders booked:      " OrdersBooked
           DISPLAY "Web orders refused:     " OrdersRefused
           DISPLAY "Lines booked:           " LinesBooked
           DISPLAY "Lines short of stock:   " LinesShort
           DISPLAY "Lines not supplied:     " LinesNotSupplied
           DISPLAY "Lines held on recall:   " LinesRecallHeld
           DISPLAY "Records rejected:       " RecordsRejected
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

      * Every open hold totalled per gadget, the web ones included.
       LoadOpenReservations.
           OPEN INPUT ReservationFile
           IF WS-FileStatus NOT = "35"
               MOVE "Reservations.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus

               READ ReservationFile
                   AT END SET EndOfReservations TO TRUE
               END-READ
               PERFORM CheckFileStatus

               PERFORM UNTIL EndOfReservations
                   IF RV-Open
                       PERFORM TallyOneReservation
                   END-IF

                   READ ReservationFile
                       AT END SET EndOfReservations TO TRUE
                   END-READ
                   PERFORM CheckFileStatus
               END-PERFORM

               CLOSE ReservationFile
           END-IF

           MOVE "WebOrderImport" TO CapacityProgram
           MOVE "RESERVATIONS" TO CapacityTableName
           MOVE NumReservedGadgets TO CapacityHighWater
           MOVE MaxReservedGadgets TO CapacityLimit
           MOVE ReservedTableFullFlag TO CapacityOverflowFlag
           PERFORM RecordCapacity.

       TallyOneReservation.
           SET Resv-Idx TO 1
           SEARCH ReservedEntry
               AT END
                   IF NumReservedGadgets < MaxReservedGadgets
                       ADD 1 TO NumReservedGadgets
                       MOVE RV-GadgedID
                           TO RT-GadgedID(NumReservedGadgets)
                       MOVE RV-QtyReserved
                           TO RT-QtyReserved(NumReservedGadgets)
                   ELSE
                       IF NOT ReservedTableFull
                           DISPLAY "Warning: reservation table full "
                               "at " MaxReservedGadgets " gadgets - "
                               "later holds will not guard stock"
                           SET ReservedTableFull TO TRUE
                       END-IF
                   END-IF
               WHEN RT-GadgedID(Resv-Idx) = RV-GadgedID
                   ADD RV-QtyReserved TO RT-QtyReserved(Resv-Idx)
           END-SEARCH.

       FindReservedQty.
           MOVE ZEROS TO ReservedQtyForLine
           IF NumReservedGadgets > 0
               SET Resv-Idx TO 1
               SEARCH ReservedEntry
                   AT END CONTINUE
                   WHEN RT-GadgedID(Resv-Idx) = GadgedID
                       MOVE RT-QtyReserved(Resv-Idx)
                           TO ReservedQtyForLine
               END-SEARCH
           END-IF.

      * What earlier web orders still waiting to go have been
      * allocated, per gadget per location, off the book.
       LoadWebAllocations.
           MOVE "N" TO BookScanDoneFlag
           MOVE LOW-VALUES TO WO-Key
           START WebOrderBookFile KEY NOT LESS THAN WO-Key
               INVALID KEY
                   SET BookScanDone TO TRUE
           END-START

           PERFORM UNTIL BookScanDone
               READ WebOrderBookFile NEXT RECORD
                   AT END SET BookScanDone TO TRUE
               END-READ
               IF NOT BookScanDone
                   MOVE "WebOrderBook.dat" TO WS-FileStatusName
                   PERFORM CheckFileStatus
                   IF NOT WO-OrderHeader AND WO-LineAwaiting
                      AND WO-QtyAllocated > 0
                       PERFORM TallyWebAllocation
                   END-IF
               END-IF
           END-PERFORM.

      * Adds WO-QtyAllocated at WO-LocationCode to the gadget's
      * running allocation.
       TallyWebAllocation.
           SET Alloc-Idx TO 1
           SEARCH WebAllocEntry
               AT END
                   IF NumWebAllocations < MaxWebAllocations
                       ADD 1 TO NumWebAllocations
                       MOVE WO-GadgedID
                           TO WA-GadgedID(NumWebAllocations)
                       MOVE WO-LocationCode
                           TO WA-LocationCode(NumWebAllocations)
                       MOVE WO-QtyAllocated
                           TO WA-QtyAllocated(NumWebAllocations)
                   ELSE
                       IF NOT WebAllocFull
                           DISPLAY "Warning: allocation table full "
                               "at " MaxWebAllocations " entries - "
                               "later allocations will not guard "
                               "their location"
                           SET WebAllocFull TO TRUE
                       END-IF
                   END-IF
               WHEN WA-GadgedID(Alloc-Idx) = WO-GadgedID
                AND WA-LocationCode(Alloc-Idx) = WO-LocationCode
                   ADD WO-QtyAllocated TO WA-QtyAllocated(Alloc-Idx)
           END-SEARCH.

       FindAllocatedAtLocation.
           MOVE ZEROS TO AllocatedAtLocation
           IF NumWebAllocations > 0
               SET Alloc-Idx TO 1
               SEARCH WebAllocEntry
                   AT END CONTINUE
                   WHEN WA-GadgedID(Alloc-Idx) = LC-GadgedID
                    AND WA-LocationCode(Alloc-Idx) = LC-LocationCode
                       MOVE WA-QtyAllocated(Alloc-Idx)
                           TO AllocatedAtLocation
               END-SEARCH
           END-IF.

      * A new order header: refused whole if its number is already
      * on the book.
       StartWebOrder.
           SET OrderInHand TO TRUE
           MOVE "N" TO OrderRefusedFlag
           MOVE ZERO TO NumOrderLines
           IF WI-CustomerNumber NOT NUMERIC
               MOVE ZEROS TO WI-CustomerNumber
           END-IF
           MOVE WI-OrderNumber TO OH-OrderNumber
           MOVE WI-HeaderBody TO OH-HeaderBody

           MOVE WI-OrderNumber TO WO-OrderNumber
           MOVE ZEROS TO WO-LineNumber
           READ WebOrderBookFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET OrderRefused TO TRUE
                   DISPLAY "Refused: web order " WI-OrderNumber
                       " is already booked"
           END-READ
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
              MOVE "WebOrderBook.dat" TO WS-FileStatusName
              PERFORM CheckFileStatus
           END-IF

           IF NOT OrderRefused
              AND (WI-OrderDate NOT NUMERIC OR WI-OrderDate = 0)
               SET OrderRefused TO TRUE
               DISPLAY "Refused: web order " WI-OrderNumber
                   " has no order date"
           END-IF.

      * One gadget line, allocated as it is read so each line sees
      * what the lines before it took.
       TakeWebOrderLine.
           EVALUATE TRUE
               WHEN NOT OrderInHand
                  OR WI-OrderNumber NOT = OH-OrderNumber
                   ADD 1 TO RecordsRejected
                   DISPLAY "Rejected: line for web order "
                       WI-OrderNumber " without its order header"
               WHEN OrderRefused
                   CONTINUE
               WHEN WI-QtyOrdered NOT NUMERIC OR WI-QtyOrdered = 0
                  OR WI-UnitPrice NOT NUMERIC
                   ADD 1 TO RecordsRejected
                   DISPLAY "Rejected: web order " WI-OrderNumber
                       " line for " WI-GadgedID
                       " has no quantity or price"
               WHEN NumOrderLines NOT < 99
                   ADD 1 TO RecordsRejected
                   DISPLAY "Rejected: web order " WI-OrderNumber
                       " has more than 99 lines"
               WHEN OTHER
                   ADD 1 TO NumOrderLines
                   MOVE WI-GadgedID TO OL-GadgedID(NumOrderLines)
                   MOVE WI-QtyOrdered TO OL-QtyOrdered(NumOrderLines)
                   MOVE WI-UnitPrice TO OL-UnitPrice(NumOrderLines)
                   PERFORM AllocateOrderLine
           END-EVALUATE.

      * An unknown or delisted gadget isn't supplied. A gadget under
      * an open recall is booked but held -- nothing allocated, so
      * nothing picked, and dispatch backorders it with the rest of
      * the balance. Otherwise the line takes what its chosen
      * location can give, capped at the gadget's unheld stock
      * overall.
       AllocateOrderLine.
           MOVE NumOrderLines TO LineIdx
           MOVE SPACES TO OL-LocationCode(LineIdx)
           MOVE ZEROS TO OL-QtyAllocated(LineIdx)
           MOVE "A" TO OL-LineStatus(LineIdx)
           MOVE "N" TO OL-RecallFlag(LineIdx)
           MOVE ZEROS TO OL-RecallNumber(LineIdx)

           MOVE OL-GadgedID(LineIdx) TO GadgedID
           READ StockFile
               INVALID KEY
                   MOVE "X" TO OL-LineStatus(LineIdx)
                   MOVE "(not on stock file)"
                       TO OL-GadgetName(LineIdx)
               NOT INVALID KEY
                   MOVE GadgetName TO OL-GadgetName(LineIdx)
                   IF StockDelisted
                       MOVE "X" TO OL-LineStatus(LineIdx)
                   END-IF
           END-READ
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
              MOVE "GadgetStock.dat" TO WS-FileStatusName
              PERFORM CheckFileStatus
           END-IF

           IF NOT OL-NotSupplied(LineIdx)
               MOVE GadgedID TO RecallGadget
               PERFORM CheckRecallBlock
               IF RecallBlocked
                   SET OL-RecallHeld(LineIdx) TO TRUE
                   MOVE BlockingRecall TO OL-RecallNumber(LineIdx)
               END-IF
           END-IF

           IF NOT OL-NotSupplied(LineIdx)
              AND NOT OL-RecallHeld(LineIdx)
               PERFORM FindReservedQty
               COMPUTE UnheldQty = QtyInStock - ReservedQtyForLine
               IF UnheldQty > 0
                   PERFORM ChooseLocation
               END-IF
           END-IF.

      * Walks the gadget's holdings in location order for the first
      * that can pick the whole line, remembering the best partial
      * one in case none can.
       ChooseLocation.
           MOVE SPACES TO BestLocation
           MOVE ZEROS TO BestLocationQty
           MOVE "N" TO FullLocationFlag
           MOVE "N" TO LocationBrowseDoneFlag

           MOVE GadgedID TO LC-GadgedID
           MOVE LOW-VALUES TO LC-LocationCode
           START LocationStockFile KEY NOT LESS THAN LC-Key
               INVALID KEY
                   SET LocationBrowseDone TO TRUE
           END-START

           PERFORM UNTIL LocationBrowseDone
               READ LocationStockFile NEXT RECORD
                   AT END SET LocationBrowseDone TO TRUE
               END-READ
               IF NOT LocationBrowseDone
                   MOVE "LocationStock.dat" TO WS-FileStatusName
                   PERFORM CheckFileStatus
                   IF LC-GadgedID NOT = GadgedID
                       SET LocationBrowseDone TO TRUE
                   ELSE
                       PERFORM FindAllocatedAtLocation
                       COMPUTE LocationFreeQty = LC-QtyInStock
                           - AllocatedAtLocation
                       IF LocationFreeQty > BestLocationQty
                           MOVE LC-LocationCode TO BestLocation
                           MOVE LocationFreeQty TO BestLocationQty
                       END-IF
                       IF LocationFreeQty NOT < OL-QtyOrdered(LineIdx)
                           SET FullLocationFound TO TRUE
                           SET LocationBrowseDone TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF BestLocationQty > UnheldQty
               MOVE UnheldQty TO BestLocationQty
           END-IF
           IF BestLocationQty > OL-QtyOrdered(LineIdx)
               MOVE OL-QtyOrdered(LineIdx) TO BestLocationQty
           END-IF
           IF BestLocationQty > 0
               MOVE BestLocation TO OL-LocationCode(LineIdx)
               MOVE BestLocationQty TO OL-QtyAllocated(LineIdx)
           END-IF.

      * Closes the order in hand: booked, held and noted, or
      * dropped if it was refused or never had a line.
       FinishWebOrder.
           IF OrderInHand
               IF NOT OrderRefused AND NumOrderLines = 0
                   SET OrderRefused TO TRUE
                   DISPLAY "Refused: web order " OH-OrderNumber
                       " has no lines"
               END-IF
               IF OrderRefused
                   ADD 1 TO OrdersRefused
               ELSE
                   PERFORM BookWebOrder
                   PERFORM WriteDispatchNote
                   ADD 1 TO OrdersBooked
               END-IF
               MOVE "N" TO OrderInHandFlag
           END-IF.

      * The header, then each line with its allocation, which is
      * held against the till and counted against its location for
      * the orders that follow.
       BookWebOrder.
           MOVE "N" TO OrderSuppliedFlag
           PERFORM VARYING LineIdx FROM 1 BY 1
                   UNTIL LineIdx > NumOrderLines
               IF NOT OL-NotSupplied(LineIdx)
                   SET OrderSupplied TO TRUE
               END-IF
           END-PERFORM

           MOVE SPACES TO WebOrderRec
           MOVE OH-OrderNumber TO WO-OrderNumber
           MOVE ZEROS TO WO-LineNumber
           MOVE OH-HeaderBody TO WO-HeaderBody
           MOVE BusinessToday TO WO-ImportDate
           IF OrderSupplied
               SET WO-AwaitingDispatch TO TRUE
           ELSE
               SET WO-NotSupplied TO TRUE
           END-IF
           MOVE ZEROS TO WO-DispatchDate
           WRITE WebOrderRec
           MOVE "WebOrderBook.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           MOVE OH-OrderNumber TO WHR-OrderNumber
           PERFORM VARYING LineIdx FROM 1 BY 1
                   UNTIL LineIdx > NumOrderLines
               MOVE SPACES TO WebOrderRec
               MOVE OH-OrderNumber TO WO-OrderNumber
               MOVE LineIdx TO WO-LineNumber
               MOVE OL-GadgedID(LineIdx) TO WO-GadgedID
               MOVE OL-QtyOrdered(LineIdx) TO WO-QtyOrdered
               MOVE OL-UnitPrice(LineIdx) TO WO-UnitPrice
               MOVE OL-LocationCode(LineIdx) TO WO-LocationCode
               MOVE OL-QtyAllocated(LineIdx) TO WO-QtyAllocated
               MOVE ZEROS TO WO-QtyDispatched
               MOVE ZEROS TO WO-QtyBackordered
               MOVE OL-LineStatus(LineIdx) TO WO-LineStatus
               MOVE ZEROS TO WO-LineDispatchDate
               WRITE WebOrderRec
               MOVE "WebOrderBook.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
               ADD 1 TO LinesBooked

               EVALUATE TRUE
                   WHEN WO-LineNotSupplied
                       ADD 1 TO LinesNotSupplied
                       DISPLAY "Web order " OH-OrderNumber
                           ": GadgedID " WO-GadgedID " not supplied"
                   WHEN OL-RecallHeld(LineIdx)
                       ADD 1 TO LinesRecallHeld
                       DISPLAY "Web order " OH-OrderNumber
                           ": GadgedID " WO-GadgedID
                           " held - under recall "
                           OL-RecallNumber(LineIdx)
                   WHEN WO-QtyAllocated < WO-QtyOrdered
                       ADD 1 TO LinesShort
                       DISPLAY "Web order " OH-OrderNumber
                           ": only " WO-QtyAllocated " of "
                           WO-QtyOrdered " of GadgedID " WO-GadgedID
                           " allocated"
               END-EVALUATE

               IF WO-QtyAllocated > 0
                   PERFORM TallyWebAllocation
                   PERFORM HoldAllocation
               END-IF
           END-PERFORM.

      * Holds the allocated units until dispatch releases them.
       HoldAllocation.
           MOVE WO-GadgedID TO RV-GadgedID
           MOVE WO-QtyAllocated TO RV-QtyReserved
           MOVE WebHoldRef TO RV-CustomerRef
           MOVE BusinessToday TO RV-ReserveDate
           MOVE NoExpiryDate TO RV-ExpiryDate
           SET RV-Open TO TRUE
           WRITE ReservationRec
           MOVE "Reservations.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus
           PERFORM TallyOneReservation.

      * One page per order: where it goes and, line by line, what
      * is in the parcel and what is still to follow.
       WriteDispatchNote.
           MOVE BusinessToday TO RptRunDate
           MOVE RptRunDate(5:2) TO RptStampMonth
           MOVE RptRunDate(7:2) TO RptStampDay
           MOVE RptRunDate(1:4) TO RptStampYear
           MOVE RptPageNumber TO RptStampPage
           ADD 1 TO RptPageNumber
           MOVE "WebDispatchNotes.rpt" TO WS-FileStatusName
           IF FirstPage
               MOVE "N" TO FirstPageFlag
               WRITE NoteLine FROM RptHeadingStamp
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE NoteLine FROM RptHeadingStamp
                   AFTER ADVANCING PAGE
           END-IF
           PERFORM CheckFileStatus
           WRITE NoteLine FROM NoteHeading AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus

           MOVE OH-OrderNumber TO WO-OrderNumber
           MOVE ZEROS TO WO-LineNumber
           MOVE OH-HeaderBody TO WO-HeaderBody
           MOVE OH-OrderNumber TO NO-OrderNumber
           MOVE WO-OrderDate TO NO-OrderDate
           WRITE NoteLine FROM NoteOrderLine AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus
           WRITE NoteLine FROM NoteDeliverTitle
               AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus
           MOVE WO-DeliverName TO NA-Text
           WRITE NoteLine FROM NoteAddressLine AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus
           MOVE WO-DeliverAddr1 TO NA-Text
           WRITE NoteLine FROM NoteAddressLine AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus
           IF WO-DeliverAddr2 NOT = SPACES
               MOVE WO-DeliverAddr2 TO NA-Text
               WRITE NoteLine FROM NoteAddressLine
                   AFTER ADVANCING 1 LINE
               PERFORM CheckFileStatus
           END-IF
           MOVE WO-DeliverTown TO NA-Text
           WRITE NoteLine FROM NoteAddressLine AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus
           MOVE WO-DeliverPostcode TO NA-Text
           WRITE NoteLine FROM NoteAddressLine AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus

           WRITE NoteLine FROM NoteColHeads AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus
           PERFORM VARYING LineIdx FROM 1 BY 1
                   UNTIL LineIdx > NumOrderLines
               MOVE OL-GadgedID(LineIdx) TO ND-GadgedID
               MOVE OL-GadgetName(LineIdx) TO ND-GadgetName
               MOVE OL-QtyOrdered(LineIdx) TO ND-Ordered
               MOVE OL-QtyAllocated(LineIdx) TO ND-Sending
               EVALUATE TRUE
                   WHEN OL-NotSupplied(LineIdx)
                       MOVE "Unavailable" TO ND-ToFollow
                   WHEN OL-RecallHeld(LineIdx)
                       MOVE "Recall hold" TO ND-ToFollow
                   WHEN OTHER
                       COMPUTE ToFollowOut = OL-QtyOrdered(LineIdx)
                           - OL-QtyAllocated(LineIdx)
                       MOVE ToFollowOut TO ND-ToFollow
               END-EVALUATE
               WRITE NoteLine FROM NoteDetail AFTER ADVANCING 1 LINE
               PERFORM CheckFileStatus
           END-PERFORM

           WRITE NoteLine FROM NoteFooter AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus.

      * One page per location with anything allocated: every line
      * still waiting to go from it, this run's and earlier runs'
      * alike, off the book. The book is walked once per location --
      * the shop has a shop floor and a warehouse, not dozens.
       WritePickLists.
           MOVE ZERO TO NumPickLocations
           PERFORM VARYING Alloc-Idx FROM 1 BY 1
                   UNTIL Alloc-Idx > NumWebAllocations
               IF WA-QtyAllocated(Alloc-Idx) > 0
                   PERFORM NotePickLocation
               END-IF
           END-PERFORM

           OPEN OUTPUT PickListRpt
           MOVE "WebPickList.rpt" TO WS-FileStatusName
           PERFORM CheckFileStatus
           MOVE 1 TO RptPageNumber
           MOVE "Y" TO FirstPageFlag

           PERFORM VARYING PickLocIdx FROM 1 BY 1
                   UNTIL PickLocIdx > NumPickLocations
               PERFORM WriteLocationPickList
           END-PERFORM

           CLOSE PickListRpt.

       NotePickLocation.
           MOVE "N" TO PickLocFoundFlag
           PERFORM VARYING PickLocIdx FROM 1 BY 1
                   UNTIL PickLocIdx > NumPickLocations
               IF PickLocation(PickLocIdx) = WA-LocationCode(Alloc-Idx)
                   SET PickLocFound TO TRUE
               END-IF
           END-PERFORM
           IF NOT PickLocFound AND NumPickLocations < 50
               ADD 1 TO NumPickLocations
               MOVE WA-LocationCode(Alloc-Idx)
                   TO PickLocation(NumPickLocations)
           END-IF.

       WriteLocationPickList.
           MOVE BusinessToday TO RptRunDate
           MOVE RptRunDate(5:2) TO RptStampMonth
           MOVE RptRunDate(7:2) TO RptStampDay
           MOVE RptRunDate(1:4) TO RptStampYear
           MOVE RptPageNumber TO RptStampPage
           ADD 1 TO RptPageNumber
           MOVE "WebPickList.rpt" TO WS-FileStatusName
           IF FirstPage
               MOVE "N" TO FirstPageFlag
               WRITE PickLine FROM RptHeadingStamp
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE PickLine FROM RptHeadingStamp
                   AFTER ADVANCING PAGE
           END-IF
           PERFORM CheckFileStatus
           MOVE PickLocation(PickLocIdx) TO PH-Location
           WRITE PickLine FROM PickHeading AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus
           WRITE PickLine FROM PickColHeads AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus

           MOVE ZEROS TO LocationUnits
           MOVE "N" TO BookScanDoneFlag
           MOVE LOW-VALUES TO WO-Key
           START WebOrderBookFile KEY NOT LESS THAN WO-Key
               INVALID KEY
                   SET BookScanDone TO TRUE
           END-START

           PERFORM UNTIL BookScanDone
               READ WebOrderBookFile NEXT RECORD
                   AT END SET BookScanDone TO TRUE
               END-READ
               IF NOT BookScanDone
                   MOVE "WebOrderBook.dat" TO WS-FileStatusName
                   PERFORM CheckFileStatus
                   EVALUATE TRUE
                       WHEN WO-OrderHeader
                           MOVE WO-ImportDate TO PD-ImportDate
                       WHEN WO-LineAwaiting AND WO-QtyAllocated > 0
                        AND WO-LocationCode = PickLocation(PickLocIdx)
                           PERFORM WritePickLine
                   END-EVALUATE
               END-IF
           END-PERFORM

           MOVE LocationUnits TO PT-Units
           WRITE PickLine FROM PickTotalLine AFTER ADVANCING 2 LINES
           MOVE "WebPickList.rpt" TO WS-FileStatusName
           PERFORM CheckFileStatus.

      * The header's import date is already in PD-ImportDate, the
      * header sorting ahead of its lines.
       WritePickLine.
           MOVE WO-OrderNumber TO PD-OrderNumber
           MOVE WO-LineNumber TO PD-LineNumber
           MOVE WO-GadgedID TO PD-GadgedID
           MOVE WO-GadgedID TO GadgedID
           READ StockFile
               INVALID KEY
                   MOVE "(not on stock file)" TO GadgetName
           END-READ
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
              MOVE "GadgetStock.dat" TO WS-FileStatusName
              PERFORM CheckFileStatus
           END-IF
           MOVE GadgetName TO PD-GadgetName
           MOVE WO-QtyAllocated TO PD-Qty
           ADD WO-QtyAllocated TO LocationUnits
           WRITE PickLine FROM PickDetail AFTER ADVANCING 1 LINE
           MOVE "WebPickList.rpt" TO WS-FileStatusName
           PERFORM CheckFileStatus.

      * Reads the open recalls into RecallTable. Status "05" is the
      * missing OPTIONAL file -- nothing is under recall.
       LoadOpenRecalls.
           OPEN INPUT RecallFile
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "05"
               MOVE "Recalls.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF

           READ RecallFile NEXT RECORD
               AT END SET EndOfRecalls TO TRUE
           END-READ

           PERFORM UNTIL EndOfRecalls
               IF RC-Open
                   IF NumOpenRecalls < MaxOpenRecalls
                       ADD 1 TO NumOpenRecalls
                       MOVE RC-RecallNumber
                           TO RL-RecallNumber(NumOpenRecalls)
                       MOVE RC-GadgedID TO RL-GadgedID(NumOpenRecalls)
                   ELSE
                       DISPLAY "Warning: more than " MaxOpenRecalls
                           " open recalls - recall " RC-RecallNumber
                           " is NOT holding web orders; close "
                           "finished recalls"
                   END-IF
               END-IF

               READ RecallFile NEXT RECORD
                   AT END SET EndOfRecalls TO TRUE
               END-READ
           END-PERFORM

           CLOSE RecallFile.

      * Whether an open recall covers RecallGadget. A web order names
      * no serial, and a unit with no serial can't be told apart
      * from the recalled ones -- so, as at the till, any open recall
      * on the gadget covers it.
       CheckRecallBlock.
           MOVE "N" TO RecallBlockFlag
           PERFORM VARYING RecallIdx FROM 1 BY 1
                   UNTIL RecallIdx > NumOpenRecalls OR RecallBlocked
               IF RL-GadgedID(RecallIdx) = RecallGadget
                   SET RecallBlocked TO TRUE
                   MOVE RL-RecallNumber(RecallIdx) TO BlockingRecall
               END-IF
           END-PERFORM.


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
