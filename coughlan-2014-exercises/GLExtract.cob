      * Nightly general-ledger interface: turns the day's stock
      * movements and sales into a GLPostings.dat posting file -
      * value received into stock, value sold at stock price, sales
      * revenue, write-offs, and consignment stock sold (owed to its
      * supplier, not our inventory) - summarized by CategoryCode,
      * with a header and trailer carrying the record count and a
      * hash total of the amounts so the receiving side can verify
      * the file arrived whole. Replaces the month-end re-keying
      * that was the biggest source of discrepancies with
      * accounting.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS GadgedID
               FILE STATUS IS WS-FileStatus.

      * Gadgets a supplier has placed with us on consignment: their
      * stock movements aren't our inventory, and what sells is owed
      * to the supplier instead. OPTIONAL on a site that takes
      * nothing on consignment.
           SELECT OPTIONAL ConsignmentFile
               ASSIGN TO "ConsignmentStock.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CN-GadgedID
               FILE STATUS IS WS-FileStatus.

           SELECT GLPostingFile ASSIGN TO "GLPostings.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.
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
       FD BackedOutRunFile.
           COPY BAKOUTRG.

       FD CapacityLogFile.
           COPY CAPLOG.

       FD GLControlFile.
           COPY GLCTL.

       FD ConsignmentFile.
           COPY CONSIGN.

      * One posting per posting-type and category with anything to
      * post, wrapped in a header and a trailer whose record count
      * and amount hash total the receiving side verifies.
               88 GL-SoldAtCost VALUE "CS".
               88 GL-Revenue VALUE "RV".
               88 GL-WriteOff VALUE "WO".
      * Consignment stock sold: what we now owe its supplier, in
      * place of the value sold at stock price on our own stock.
               88 GL-ConsignPayable VALUE "CP".
           02 GL-CategoryCode PIC 9(2).
           02 GL-Amount PIC S9(11)V99 SIGN LEADING SEPARATE.
           02 FILLER PIC X(4).
       WORKING-STORAGE SECTION.
       01 BusinessToday PIC 9(8) VALUE ZEROS.
       COPY FILESTAT.
       COPY CAPLWS.

      * The business day being extracted -- defaults to today when
      * the operator (or the nightly driver's canned answer) just
      * sends an empty line.
       01 PostingDate PIC 9(8) VALUE ZEROS.

      * Per-category money buckets for the five posting types.
       01 CategoryPostingTotals.
           02 CategoryPosting OCCURS 99 TIMES.
      * Signed: a day of supplier returns can net received value
              03 CPT-SoldAtCost PIC 9(11)V99.
              03 CPT-Revenue PIC 9(11)V99.
              03 CPT-WriteOff PIC S9(11)V99.
              03 CPT-ConsignPayable PIC 9(11)V99.
       01 CatIdx PIC 9(3).

       01 MovementValue PIC 9(11)V99.
       01 HashTotal PIC 9(13)V99 VALUE ZERO.
       01 UnpricedMovements PIC 9(6) VALUE ZERO.

      * Whether the movement in hand is of stock a supplier owns on
      * consignment, checked as at the movement's own date.
       01 ConsignmentRegisterFlag PIC X VALUE "N".
           88 ConsignmentRegisterPresent VALUE "Y".
       01 ConsignedFlag PIC X.
           88 Consigned VALUE "Y".
       01 ConsignedDate PIC 9(8).
       01 ConsignedMovements PIC 9(6) VALUE ZERO.


      * The backed-out runs register, loaded once so each journal
      * or ledger entry can be checked against it.
           MOVE "GadgetStock.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

      * Status "05" is the missing OPTIONAL consignment register.
           OPEN INPUT ConsignmentFile
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "05"
               MOVE "ConsignmentStock.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF
           IF WS-FileStatus = "00"
               SET ConsignmentRegisterPresent TO TRUE
           END-IF

           PERFORM TallyMovements
           PERFORM TallySales

           CLOSE StockFile
           CLOSE ConsignmentFile

           PERFORM WritePostingFile
           PERFORM RecordExtractControl
               DISPLAY UnpricedMovements " movement(s) skipped - "
                   "gadget no longer on GadgetStock.dat"
           END-IF
           IF ConsignedMovements > 0
               DISPLAY ConsignedMovements " consignment movement(s) "
                   "kept out of inventory"
           END-IF
           STOP RUN.

      * Checks WS-FileStatus after an OPEN/READ/WRITE against
      * returns) post as value received, sales and backorder fills
      * as value sold at stock price, and count adjustments as
      * write-offs (negative when stock was lost, positive when
      * found). Stock held on consignment is the supplier's, so its
      * movements post none of these -- only its sales, as owed.
       TallyMovements.
           OPEN INPUT StockMovementFile
           IF WS-FileStatus = "35"
           MOVE FUNCTION ABS(MV-QtyDelta) TO MovementQty
           COMPUTE MovementValue = MovementQty * Price

           MOVE MV-MovementDate TO ConsignedDate
           PERFORM CheckConsigned
           IF Consigned
               PERFORM ValueConsignedMovement
           ELSE
               PERFORM ValueOwnedMovement
           END-IF.

       ValueOwnedMovement.
           EVALUATE TRUE
               WHEN MV-NewStock OR MV-GoodsReceived OR MV-Return
                   ADD MovementValue TO CPT-Received(WorkCategory)
                   END-IF
           END-EVALUATE.

      * A consignment unit sold is owed to its supplier at the
      * agreed payable; its arrivals, returns and count adjustments
      * are the supplier's stock moving and post nothing.
       ValueConsignedMovement.
           ADD 1 TO ConsignedMovements
           IF MV-Sale OR MV-BackorderFill
               COMPUTE MovementValue = MovementQty * CN-UnitPayable
               ADD MovementValue TO CPT-ConsignPayable(WorkCategory)
           END-IF.

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

      * Walks the day's sales journal posting revenue at the price
      * each sale actually went out at.
       TallySales.
                   MOVE CPT-WriteOff(CatIdx) TO GL-Amount
                   PERFORM WriteOnePosting
               END-IF
               IF CPT-ConsignPayable(CatIdx) > 0
                   SET GL-ConsignPayable TO TRUE
                   MOVE CPT-ConsignPayable(CatIdx) TO GL-Amount
                   PERFORM WriteOnePosting
               END-IF
           END-PERFORM

           MOVE SPACES TO GLTrailerRec
           MOVE PostingCount TO GC-RecordCount
           MOVE HashTotal TO GC-HashTotal
           MOVE FUNCTION CURRENT-DATE(1:14) TO GC-ExtractTimestamp
           MOVE "S" TO GC-Ledger
           WRITE GLControlRec
           PERFORM CheckFileStatus

               END-READ
           END-PERFORM

           CLOSE BackedOutRunFile

           MOVE "GLExtract" TO CapacityProgram
           MOVE "BACKED-OUT-RUNS" TO CapacityTableName
           MOVE NumBackedOutRuns TO CapacityHighWater
           MOVE 100 TO CapacityLimit
           MOVE BackedOutTableFullFlag TO CapacityOverflowFlag
           PERFORM RecordCapacity.

      * Whether CheckedRunId belongs to a run StockBackout undid --
      * its entries then don't count.
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
