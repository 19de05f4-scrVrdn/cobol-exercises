               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

      * Each run's high-water mark on its fixed tables, for the
      * nightly capacity watch -- see CAPLOG.
           SELECT CapacityLogFile ASSIGN TO "CapacityLog.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

      * Returns the journal couldn't vouch for, accumulated for a
      * supervisor to review -- the paper trail on the operator
      * suspected of refunding goods this shop never sold.
           COPY STOCKREC.

       FD ReturnsLogFile.
           COPY RETLOG.

       FD StockMovementFile.
           COPY MOVEREC.
       FD BackedOutRunFile.
           COPY BAKOUTRG.

       FD CapacityLogFile.
           COPY CAPLOG.

       FD RefundExceptionFile.
       01 ExceptionPrintLine PIC X(70).

       01 LockReturnCode PIC S9(9) COMP VALUE ZERO.
       01 BusinessToday PIC 9(8) VALUE ZEROS.
       COPY FILESTAT.
       COPY CAPLWS.

      * This run's identifier on the shared stock journal (the run's
      * start timestamp), and the record image saved at READ time so
           88 PriorSaleFound VALUE "Y".
       01 RefundPrice PIC 9(4)V99.
       01 MatchedSaleDate PIC 9(8).
      * Who made the matched sale, and in what category -- the
      * refund is charged back against their commission.
       01 MatchedSeller PIC X(10).
       01 MatchedCategory PIC 9(2).
       01 RefundAmount PIC 9(8)V99.
      * The matched sale's tax class and journaled tax per unit, so
      * the tax handed back with the refund is what was charged.
       01 MatchedTaxClass PIC 9.
       01 MatchedUnitTax PIC 9(6)V9999.
       01 RefundTax PIC 9(8)V99.
       01 ExceptionCount PIC 9(4) VALUE ZERO.
       01 CheckedRunId PIC 9(14).

       VerifyPriorSale.
           MOVE "N" TO PriorSaleFoundFlag
           MOVE ZEROS TO RefundPrice, MatchedSaleDate
           MOVE ZEROS TO MatchedCategory
           MOVE ZEROS TO MatchedTaxClass, MatchedUnitTax
           MOVE SPACES TO MatchedSeller

           OPEN INPUT SalesJournalFile
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "05"
                       SET PriorSaleFound TO TRUE
                       MOVE SJ-SaleDate TO MatchedSaleDate
                       MOVE SJ-Price TO RefundPrice
                       MOVE SJ-CategoryCode TO MatchedCategory
                       MOVE SJ-OperatorId TO MatchedSeller
                       PERFORM CaptureMatchedTax
                   END-IF
               END-IF

      * return's first READ isn't mistaken for at-end.
           MOVE SPACES TO SalesJournalRec.

      * The matched sale's class and its journaled tax per unit.
      * Journal entries from before tax was extended carry nothing
      * to hand back.
       CaptureMatchedTax.
           MOVE ZEROS TO MatchedTaxClass, MatchedUnitTax
           IF SJ-TaxClass NUMERIC
               MOVE SJ-TaxClass TO MatchedTaxClass
           END-IF
           IF SJ-TaxAmount NUMERIC AND SJ-QtySold NUMERIC
              AND SJ-QtySold > 0
               COMPUTE MatchedUnitTax ROUNDED =
                   SJ-TaxAmount / SJ-QtySold
           END-IF.

       WriteRefundException.
           OPEN EXTEND RefundExceptionFile
           IF WS-FileStatus = "35"
               PERFORM WriteRefundException
           ELSE
               COMPUTE RefundAmount = ReturnQty * RefundPrice
               COMPUTE RefundTax ROUNDED = ReturnQty * MatchedUnitTax
               DISPLAY "Refund due at journalized price "
                   RefundPrice " (sold " MatchedSaleDate "): "
                   RefundAmount
               IF RefundTax > 0
                   DISPLAY "Plus tax charged on the sale: " RefundTax
               END-IF
               IF MatchedSeller NOT = SPACES
                   DISPLAY "Charged back to operator "
                       FUNCTION TRIM(MatchedSeller)
               END-IF
               PERFORM ApplyVouchedReturn
           END-IF.

           MOVE ReturnID TO RT-GadgedID
           MOVE ReturnQty TO RT-QtyReturned
           MOVE ReasonCode TO RT-ReasonCode
           MOVE RefundAmount TO RT-RefundAmount
           MOVE MatchedSaleDate TO RT-SaleDate
           MOVE MatchedCategory TO RT-CategoryCode
           MOVE MatchedSeller TO RT-SoldBy
           MOVE MatchedTaxClass TO RT-TaxClass
           MOVE RefundTax TO RT-TaxRefunded
           MOVE StockRunId TO RT-RunId
           IF ReasonFaulty
               SET RT-HeldOut TO TRUE
           ELSE
               END-READ
           END-PERFORM

           CLOSE BackedOutRunFile

           MOVE "Returns" TO CapacityProgram
           MOVE "BACKED-OUT-RUNS" TO CapacityTableName
           MOVE NumBackedOutRuns TO CapacityHighWater
           MOVE 100 TO CapacityLimit
           MOVE BackedOutTableFullFlag TO CapacityOverflowFlag
           PERFORM RecordCapacity.

      * Whether CheckedRunId belongs to a run StockBackout undid --
      * its entries then don't count.
           CALL "SYSTEM" USING "rm -f StockUpdateLock.dat"
               RETURNING LockReturnCode
           END-CALL.

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
