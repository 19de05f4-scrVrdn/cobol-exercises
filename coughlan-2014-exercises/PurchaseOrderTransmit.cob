       IDENTIFICATION DIVISION.
       PROGRAM-ID. PurchaseOrderTransmit.
       AUTHOR. io.github.scrvrdn.
      * Sends confirmed orders to the suppliers instead of phoning
      * or emailing them by hand. Every order line PurchaseOrderReview
      * released and not yet sent is written, supplier by supplier,
      * to that supplier's outbound order file in the fixed
      * interchange layout (POXMIT) for the transmission link to
      * pick up -- one file per supplier per run, named
      * POOut<supplier>-<date>-<sequence>.dat so a second run in a
      * day never overwrites a file not yet collected. Each file
      * written goes on the transmission log, POTransmitLog.dat,
      * and the lines sent are marked transmitted on the order book
      * so they never go twice. A supplier no longer on
      * SupplierMaster.dat has its lines held back and reported.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PurchaseOrderFile ASSIGN TO "PurchaseOrders.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

           SELECT SupplierFile ASSIGN TO "SupplierMaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SupplierID OF SupplierRecord
               FILE STATUS IS WS-FileStatus.

           SELECT StockFile ASSIGN TO "GadgetStock.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GadgedID
               FILE STATUS IS WS-FileStatus.

      * The supplier's quoted cost for each line, sent so the
      * supplier can query a price before shipping. OPTIONAL: with
      * no cross-reference the cost goes out as zero.
           SELECT OPTIONAL XrefFile
               ASSIGN TO "GadgetSupplierXref.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GX-Key
               FILE STATUS IS WS-FileStatus.

      * One supplier's outbound order file, named as it is opened.
           SELECT OrderOutFile ASSIGN TO DYNAMIC OrderOutName
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

      * Every outbound file written, read first for the day's
      * sequence numbers. OPTIONAL: the first run has no log.
           SELECT OPTIONAL TransmitLogFile
               ASSIGN TO "POTransmitLog.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

           SELECT TransmitRpt ASSIGN TO "POTransmit.rpt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

      * Shared update interlock: GoodsReceived rewrites the order
      * book too, so the two can't interleave rewrites of it.
           SELECT UpdateLockFile ASSIGN TO "StockUpdateLock.dat"
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

       FD PurchaseOrderFile.
           COPY PORDREC.

       FD SupplierFile.
           COPY SUPPREC.

       FD StockFile.
           COPY STOCKREC.

       FD XrefFile.
           COPY GSXREF.

       FD OrderOutFile.
           COPY POXMIT.

      * One record per outbound file: when, to whom, which of the
      * day's files it was, and what it carried.
       FD TransmitLogFile.
       01 TransmitLogRec.
           88 EndOfTransmitLog VALUE HIGH-VALUES.
           02 TL-TransmitDate PIC 9(8).
           02 TL-SupplierID PIC 9(5).
           02 TL-FileSequence PIC 9(2).
           02 TL-FileName PIC X(40).
           02 TL-LineCount PIC 9(5).
           02 TL-TotalUnits PIC 9(7).

       FD TransmitRpt.
       01 PrintLine PIC X(90).

       FD UpdateLockFile.
           COPY STOCKLCK.

       WORKING-STORAGE SECTION.
       01 BusinessToday PIC 9(8) VALUE ZEROS.
       COPY FILESTAT.
       COPY RPTHEAD.

       01 OrderOutName PIC X(40).
       01 LockReturnCode PIC S9(9) COMP VALUE ZERO.

      * The whole order book, loaded up front so each supplier's
      * lines can be gathered in memory and the file written back
      * once at the end with the lines sent marked.
       01 MaxPurchaseOrders PIC 9(4) VALUE 500.
       01 PurchaseOrderTable.
           02 NumPurchaseOrders PIC 9(4) VALUE ZERO.
           02 POEntry OCCURS 0 TO 500 TIMES
                    DEPENDING ON NumPurchaseOrders
                    INDEXED BY PO-Idx.
              03 POT-Number PIC 9(6).
              03 POT-GadgedID PIC 9(6).
              03 POT-SupplierID PIC 9(5).
              03 POT-OrderDate PIC 9(8).
              03 POT-QtyOrdered PIC 9(4).
              03 POT-QtyReceived PIC 9(4).
              03 POT-Status PIC X.
                  88 POT-Open VALUE "O".
              03 POT-UnitCost PIC 9(4)V99.
              03 POT-PackSize PIC 9(4).
              03 POT-TransmitStatus PIC X.
                  88 POT-AwaitingTransmit VALUE "P".
              03 POT-TransmittedDate PIC 9(8).
              03 POT-BudgetCharge PIC X(24).
       01 POScanIdx PIC 9(4).

      * The suppliers with lines to send this run.
       01 SendSupplierTable.
           02 NumSendSuppliers PIC 9(3) VALUE ZERO.
           02 SendSupplierEntry OCCURS 0 TO 500 TIMES
                    DEPENDING ON NumSendSuppliers
                    INDEXED BY Send-Idx.
              03 SS-SupplierID PIC 9(5).
       01 FoundSendIdx PIC 9(3).

      * The highest file sequence already used today for each
      * supplier, off the transmission log.
       01 DaySequenceTable.
           02 NumDaySequences PIC 9(3) VALUE ZERO.
           02 DaySequenceEntry OCCURS 0 TO 500 TIMES
                    DEPENDING ON NumDaySequences
                    INDEXED BY Seq-Idx.
              03 DS-SupplierID PIC 9(5).
              03 DS-LastSequence PIC 9(2).
       01 FoundSeqIdx PIC 9(3).
       01 FileSequence PIC 9(2).

       01 CurrentSupplier PIC 9(5).
       01 FileLineCount PIC 9(5).
       01 FileTotalUnits PIC 9(7).

       01 FilesWritten PIC 9(4) VALUE ZERO.
       01 LinesSent PIC 9(5) VALUE ZERO.
       01 LinesHeld PIC 9(5) VALUE ZERO.

       01 ReportHeading PIC X(40)
           VALUE "Purchase Order Transmission".
       01 TransmitColHeads.
           02 FILLER PIC X(7) VALUE "Supp".
           02 FILLER PIC X(22) VALUE "Supplier".
           02 FILLER PIC X(30) VALUE "Outbound file".
           02 FILLER PIC X(8) VALUE "Lines".
           02 FILLER PIC X(8) VALUE "Units".
       01 TransmitLine.
           02 TR-SupplierID PIC 9(5).
           02 FILLER PIC X(2) VALUE SPACES.
           02 TR-SupplierName PIC X(20).
           02 FILLER PIC X(2) VALUE SPACES.
           02 TR-FileName PIC X(28).
           02 FILLER PIC X(2) VALUE SPACES.
           02 TR-Lines PIC ZZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 TR-Units PIC Z,ZZZ,ZZ9.
       01 HeldLine.
           02 FILLER PIC X(7) VALUE "HELD  ".
           02 HL-SupplierID PIC 9(5).
           02 FILLER PIC X(2) VALUE SPACES.
           02 HL-Reason PIC X(50).
       01 NothingToSendLine PIC X(40)
           VALUE "  (no confirmed orders waiting to go)".
       01 TransmitSummary.
           02 FILLER PIC X(15) VALUE "Files written: ".
           02 TS-Files PIC ZZZ9.
           02 FILLER PIC X(16) VALUE "  lines sent: ".
           02 TS-Sent PIC ZZZZ9.
           02 FILLER PIC X(16) VALUE "  lines held: ".
           02 TS-Held PIC ZZZZ9.

       PROCEDURE DIVISION.
       Main.
           PERFORM GetBusinessDate
           PERFORM AcquireUpdateLock
           PERFORM LoadPurchaseOrders
           PERFORM LoadDaySequences

           OPEN INPUT SupplierFile
           MOVE "SupplierMaster.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN INPUT StockFile
           MOVE "GadgetStock.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

      * Status "05" is the missing OPTIONAL cross-reference.
           OPEN INPUT XrefFile
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "05"
               MOVE "GadgetSupplierXref.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF

      * Status "05" is the successful open-and-create of the missing
      * OPTIONAL log on the very first transmission.
           OPEN EXTEND TransmitLogFile
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "05"
               MOVE "POTransmitLog.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF

           OPEN OUTPUT TransmitRpt
           MOVE "POTransmit.rpt" TO WS-FileStatusName
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
           WRITE PrintLine FROM TransmitColHeads
               AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus

           PERFORM GatherSendSuppliers
           PERFORM VARYING Send-Idx FROM 1 BY 1
                   UNTIL Send-Idx > NumSendSuppliers
               MOVE SS-SupplierID(Send-Idx) TO CurrentSupplier
               PERFORM TransmitSupplierOrders
           END-PERFORM

           MOVE "POTransmit.rpt" TO WS-FileStatusName
           IF NumSendSuppliers = 0
               WRITE PrintLine FROM NothingToSendLine
                   AFTER ADVANCING 1 LINE
               PERFORM CheckFileStatus
           END-IF

           MOVE FilesWritten TO TS-Files
           MOVE LinesSent TO TS-Sent
           MOVE LinesHeld TO TS-Held
           WRITE PrintLine FROM TransmitSummary
               AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus

           CLOSE SupplierFile
           CLOSE StockFile
           CLOSE XrefFile
           CLOSE TransmitLogFile
           CLOSE TransmitRpt

           IF LinesSent > 0
               PERFORM RewritePurchaseOrders
           END-IF
           PERFORM ReleaseUpdateLock

           DISPLAY "Outbound files written: " FilesWritten
           DISPLAY "Order lines sent:       " LinesSent
           DISPLAY "Order lines held:       " LinesHeld
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

      * Reads the order book into the table. A book bigger than the
      * table stops the run before anything is sent -- writing it
      * back from a truncated table would drop orders.
       LoadPurchaseOrders.
           OPEN INPUT PurchaseOrderFile
           IF WS-FileStatus = "35"
               DISPLAY "No PurchaseOrders.dat on file - nothing to "
                   "transmit"
               PERFORM ReleaseUpdateLock
               STOP RUN
           END-IF
           MOVE "PurchaseOrders.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           READ PurchaseOrderFile
               AT END SET EndOfPurchaseOrders TO TRUE
           END-READ
           PERFORM CheckFileStatus

           PERFORM UNTIL EndOfPurchaseOrders
               IF NumPurchaseOrders NOT < MaxPurchaseOrders
                   DISPLAY "Order book exceeds " MaxPurchaseOrders
                       " lines - nothing transmitted; archive "
                       "closed orders first"
                   PERFORM ReleaseUpdateLock
                   STOP RUN
               END-IF
               ADD 1 TO NumPurchaseOrders
               MOVE PO-Number TO POT-Number(NumPurchaseOrders)
               MOVE PO-GadgedID TO POT-GadgedID(NumPurchaseOrders)
               MOVE PO-SupplierID TO POT-SupplierID(NumPurchaseOrders)
               MOVE PO-OrderDate TO POT-OrderDate(NumPurchaseOrders)
               MOVE PO-QtyOrdered TO POT-QtyOrdered(NumPurchaseOrders)
               MOVE PO-QtyReceived
                   TO POT-QtyReceived(NumPurchaseOrders)
               MOVE PO-Status TO POT-Status(NumPurchaseOrders)
               IF PO-UnitCost NUMERIC
                   MOVE PO-UnitCost TO POT-UnitCost(NumPurchaseOrders)
               ELSE
                   MOVE ZEROS TO POT-UnitCost(NumPurchaseOrders)
               END-IF
               IF PO-PackSize NUMERIC
                   MOVE PO-PackSize TO POT-PackSize(NumPurchaseOrders)
               ELSE
                   MOVE ZEROS TO POT-PackSize(NumPurchaseOrders)
               END-IF
               MOVE PO-TransmitStatus
                   TO POT-TransmitStatus(NumPurchaseOrders)
               IF PO-TransmittedDate NUMERIC
                   MOVE PO-TransmittedDate
                       TO POT-TransmittedDate(NumPurchaseOrders)
               ELSE
                   MOVE ZEROS TO POT-TransmittedDate(NumPurchaseOrders)
               END-IF
               MOVE PO-BudgetCharge
                   TO POT-BudgetCharge(NumPurchaseOrders)

               READ PurchaseOrderFile
                   AT END SET EndOfPurchaseOrders TO TRUE
               END-READ
               PERFORM CheckFileStatus
           END-PERFORM

           CLOSE PurchaseOrderFile.

      * Today's entries on the transmission log, so each supplier's
      * next file takes the next sequence number. Status "05" is
      * the missing OPTIONAL log.
       LoadDaySequences.
           OPEN INPUT TransmitLogFile
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "05"
               MOVE "POTransmitLog.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF

           READ TransmitLogFile
               AT END SET EndOfTransmitLog TO TRUE
           END-READ

           PERFORM UNTIL EndOfTransmitLog
               IF TL-TransmitDate = BusinessToday
                   MOVE TL-SupplierID TO CurrentSupplier
                   PERFORM FindDaySequence
                   IF FoundSeqIdx = 0 AND NumDaySequences < 500
                       ADD 1 TO NumDaySequences
                       MOVE NumDaySequences TO FoundSeqIdx
                       MOVE TL-SupplierID
                           TO DS-SupplierID(FoundSeqIdx)
                       MOVE ZEROS TO DS-LastSequence(FoundSeqIdx)
                   END-IF
                   IF FoundSeqIdx > 0
                      AND TL-FileSequence > DS-LastSequence(FoundSeqIdx)
                       MOVE TL-FileSequence
                           TO DS-LastSequence(FoundSeqIdx)
                   END-IF
               END-IF

               READ TransmitLogFile
                   AT END SET EndOfTransmitLog TO TRUE
               END-READ
           END-PERFORM

           CLOSE TransmitLogFile.

       FindDaySequence.
           MOVE ZEROS TO FoundSeqIdx
           IF NumDaySequences > 0
               SET Seq-Idx TO 1
               SEARCH DaySequenceEntry
                   AT END CONTINUE
                   WHEN DS-SupplierID(Seq-Idx) = CurrentSupplier
                       SET FoundSeqIdx TO Seq-Idx
               END-SEARCH
           END-IF.

      * Every supplier with a released line waiting to go, once.
       GatherSendSuppliers.
           PERFORM VARYING POScanIdx FROM 1 BY 1
                   UNTIL POScanIdx > NumPurchaseOrders
               IF POT-Open(POScanIdx)
                  AND POT-AwaitingTransmit(POScanIdx)
                   MOVE ZEROS TO FoundSendIdx
                   IF NumSendSuppliers > 0
                       SET Send-Idx TO 1
                       SEARCH SendSupplierEntry
                           AT END CONTINUE
                           WHEN SS-SupplierID(Send-Idx)
                                = POT-SupplierID(POScanIdx)
                               SET FoundSendIdx TO Send-Idx
                       END-SEARCH
                   END-IF
                   IF FoundSendIdx = 0
                       ADD 1 TO NumSendSuppliers
                       MOVE POT-SupplierID(POScanIdx)
                           TO SS-SupplierID(NumSendSuppliers)
                   END-IF
               END-IF
           END-PERFORM.

      * One supplier's waiting lines out to a new outbound file:
      * header, a detail per line, and a trailer with the count and
      * total units. The file then goes on the log.
       TransmitSupplierOrders.
           MOVE CurrentSupplier TO SupplierID OF SupplierRecord
           READ SupplierFile
               INVALID KEY
                   MOVE CurrentSupplier TO HL-SupplierID
                   MOVE "not on SupplierMaster.dat - lines not sent"
                       TO HL-Reason
                   PERFORM HoldSupplierLines
               NOT INVALID KEY
                   PERFORM FindDaySequence
                   IF FoundSeqIdx > 0
                      AND DS-LastSequence(FoundSeqIdx) NOT < 99
                       MOVE CurrentSupplier TO HL-SupplierID
                       MOVE "99 files sent today - held to tomorrow"
                           TO HL-Reason
                       PERFORM HoldSupplierLines
                   ELSE
                       PERFORM WriteSupplierFile
                   END-IF
           END-READ
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
              MOVE "SupplierMaster.dat" TO WS-FileStatusName
              PERFORM CheckFileStatus
           END-IF.

       WriteSupplierFile.
           IF FoundSeqIdx = 0
               ADD 1 TO NumDaySequences
               MOVE NumDaySequences TO FoundSeqIdx
               MOVE CurrentSupplier TO DS-SupplierID(FoundSeqIdx)
               MOVE ZEROS TO DS-LastSequence(FoundSeqIdx)
           END-IF
           ADD 1 TO DS-LastSequence(FoundSeqIdx)
           MOVE DS-LastSequence(FoundSeqIdx) TO FileSequence

           MOVE SPACES TO OrderOutName
           STRING "POOut" DELIMITED BY SIZE
               CurrentSupplier DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               BusinessToday DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               FileSequence DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO OrderOutName
           END-STRING

           OPEN OUTPUT OrderOutFile
           MOVE OrderOutName TO WS-FileStatusName
           PERFORM CheckFileStatus

           MOVE SPACES TO OrderInterchangeRec
           SET OX-Header TO TRUE
           MOVE CurrentSupplier TO OX-SupplierID
           MOVE SupplierName TO OX-SupplierName
           MOVE BusinessToday TO OX-TransmitDate
           MOVE FileSequence TO OX-FileSequence
           WRITE OrderInterchangeRec
           PERFORM CheckFileStatus

           MOVE ZEROS TO FileLineCount, FileTotalUnits
           PERFORM VARYING POScanIdx FROM 1 BY 1
                   UNTIL POScanIdx > NumPurchaseOrders
               IF POT-Open(POScanIdx)
                  AND POT-AwaitingTransmit(POScanIdx)
                  AND POT-SupplierID(POScanIdx) = CurrentSupplier
                   PERFORM WriteOrderDetail
               END-IF
           END-PERFORM

           MOVE SPACES TO OrderInterchangeRec
           SET OX-Trailer TO TRUE
           MOVE FileLineCount TO OX-LineCount
           MOVE FileTotalUnits TO OX-TotalUnits
           WRITE OrderInterchangeRec
           MOVE OrderOutName TO WS-FileStatusName
           PERFORM CheckFileStatus

           CLOSE OrderOutFile
           ADD 1 TO FilesWritten

           MOVE BusinessToday TO TL-TransmitDate
           MOVE CurrentSupplier TO TL-SupplierID
           MOVE FileSequence TO TL-FileSequence
           MOVE OrderOutName TO TL-FileName
           MOVE FileLineCount TO TL-LineCount
           MOVE FileTotalUnits TO TL-TotalUnits
           WRITE TransmitLogRec
           MOVE "POTransmitLog.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           MOVE CurrentSupplier TO TR-SupplierID
           MOVE SupplierName TO TR-SupplierName
           MOVE OrderOutName TO TR-FileName
           MOVE FileLineCount TO TR-Lines
           MOVE FileTotalUnits TO TR-Units
           MOVE "POTransmit.rpt" TO WS-FileStatusName
           WRITE PrintLine FROM TransmitLine AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus.

      * One order line in the interchange layout, with the gadget's
      * name and the supplier's quoted cost, then marked sent.
       WriteOrderDetail.
           MOVE SPACES TO OrderInterchangeRec
           SET OX-Detail TO TRUE
           MOVE POT-Number(POScanIdx) TO OX-PONumber
           MOVE POT-GadgedID(POScanIdx) TO OX-GadgedID
           MOVE POT-OrderDate(POScanIdx) TO OX-OrderDate
           MOVE POT-QtyOrdered(POScanIdx) TO OX-QtyOrdered
           MOVE POT-PackSize(POScanIdx) TO OX-PackSize

           MOVE POT-GadgedID(POScanIdx) TO GadgedID
           READ StockFile
               INVALID KEY
                   MOVE SPACES TO OX-GadgetName
               NOT INVALID KEY
                   MOVE GadgetName TO OX-GadgetName
           END-READ
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
              MOVE "GadgetStock.dat" TO WS-FileStatusName
              PERFORM CheckFileStatus
           END-IF

           MOVE ZEROS TO OX-QuotedCost
           MOVE POT-GadgedID(POScanIdx) TO GX-GadgedID
           MOVE CurrentSupplier TO GX-SupplierID
           READ XrefFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE GX-QuotedCost TO OX-QuotedCost
           END-READ
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
              AND WS-FileStatus NOT = "05" AND WS-FileStatus NOT = "49"
              MOVE "GadgetSupplierXref.dat" TO WS-FileStatusName
              PERFORM CheckFileStatus
           END-IF

           WRITE OrderInterchangeRec
           MOVE OrderOutName TO WS-FileStatusName
           PERFORM CheckFileStatus

           ADD 1 TO FileLineCount
           ADD POT-QtyOrdered(POScanIdx) TO FileTotalUnits
           ADD 1 TO LinesSent
           MOVE "T" TO POT-TransmitStatus(POScanIdx)
           MOVE BusinessToday TO POT-TransmittedDate(POScanIdx).

      * The supplier's lines stay waiting; HL-SupplierID and
      * HL-Reason are set by the caller.
       HoldSupplierLines.
           PERFORM VARYING POScanIdx FROM 1 BY 1
                   UNTIL POScanIdx > NumPurchaseOrders
               IF POT-Open(POScanIdx)
                  AND POT-AwaitingTransmit(POScanIdx)
                  AND POT-SupplierID(POScanIdx) = CurrentSupplier
                   ADD 1 TO LinesHeld
               END-IF
           END-PERFORM
           MOVE "POTransmit.rpt" TO WS-FileStatusName
           WRITE PrintLine FROM HeldLine AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus.

      * Writes the order book back out with the lines sent marked
      * transmitted.
       RewritePurchaseOrders.
           OPEN OUTPUT PurchaseOrderFile
           MOVE "PurchaseOrders.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           PERFORM VARYING POScanIdx FROM 1 BY 1
                 UNTIL POScanIdx > NumPurchaseOrders
               MOVE POT-Number(POScanIdx) TO PO-Number
               MOVE POT-GadgedID(POScanIdx) TO PO-GadgedID
               MOVE POT-SupplierID(POScanIdx) TO PO-SupplierID
               MOVE POT-OrderDate(POScanIdx) TO PO-OrderDate
               MOVE POT-QtyOrdered(POScanIdx) TO PO-QtyOrdered
               MOVE POT-QtyReceived(POScanIdx) TO PO-QtyReceived
               MOVE POT-Status(POScanIdx) TO PO-Status
               MOVE POT-UnitCost(POScanIdx) TO PO-UnitCost
               MOVE POT-PackSize(POScanIdx) TO PO-PackSize
               MOVE POT-TransmitStatus(POScanIdx) TO PO-TransmitStatus
               MOVE POT-TransmittedDate(POScanIdx)
                   TO PO-TransmittedDate
               MOVE POT-BudgetCharge(POScanIdx) TO PO-BudgetCharge
               WRITE PurchaseOrderRec
               PERFORM CheckFileStatus
           END-PERFORM

           CLOSE PurchaseOrderFile.

      * Takes the shared update interlock before the order book is
      * read: if another updater already holds it, this run refuses
      * with a message naming the holder instead of interleaving
      * rewrites with it. The small window between the check and the
      * write is accepted at this shop's scale; a lock left by a
      * crash is cleared with LockUtility.
       AcquireUpdateLock.
           OPEN INPUT UpdateLockFile
           IF WS-FileStatus = "00"
               READ UpdateLockFile
                   AT END CONTINUE
               END-READ
               CLOSE UpdateLockFile
               DISPLAY "PurchaseOrders.dat is being updated by "
                   FUNCTION TRIM(UL-HolderProgram)
                   " (since " UL-TakenTimestamp ") - run refused"
               STOP RUN
           END-IF

           OPEN OUTPUT UpdateLockFile
           MOVE "PurchaseOrderTransmit" TO UL-HolderProgram
           MOVE FUNCTION CURRENT-DATE(1:14) TO UL-TakenTimestamp
           WRITE UpdateLockRec
           MOVE "StockUpdateLock.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus
           CLOSE UpdateLockFile.

       ReleaseUpdateLock.
           CALL "SYSTEM" USING "rm -f StockUpdateLock.dat"
               RETURNING LockReturnCode
           END-CALL.


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
