       IDENTIFICATION DIVISION.
       PROGRAM-ID. AsnIntake.
       AUTHOR. io.github.scrvrdn.
      * Takes in the suppliers' advance shipping notices so the
      * goods-in clerk no longer keys each delivery line off the
      * paper note. Every line of AdvanceShipNotices.dat is checked
      * against the order it answers -- the order the supplier
      * quoted, or else the first open order for that gadget from
      * that supplier -- and written as a line on GoodsReceived.dat,
      * ready for the clerk to confirm against the boxes before
      * GoodsReceived applies the batch. A line that names no open
      * order, a different gadget or supplier, or more or fewer
      * units than are still outstanding is flagged, on the line
      * itself and on AsnIntake.rpt, so the difference is seen
      * before the receipt is matched. A line for a gadget not on
      * GadgetStock.dat is rejected outright.
      *
      * Each notice is taken once: notices already on
      * AsnNoticesTaken.dat are skipped, and the notices taken are
      * added to it. Lines join the batch waiting on
      * GoodsReceived.dat; when there is none -- no file, an empty
      * one, or a batch already on the applied-batches register --
      * a new batch is started under the next batch number.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AsnFile ASSIGN TO "AdvanceShipNotices.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

      * Notices already taken in. OPTIONAL: the first intake has no
      * register.
           SELECT OPTIONAL NoticeRegisterFile
               ASSIGN TO "AsnNoticesTaken.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

           SELECT PurchaseOrderFile ASSIGN TO "PurchaseOrders.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

           SELECT StockFile ASSIGN TO "GadgetStock.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GadgedID
               FILE STATUS IS WS-FileStatus.

           SELECT GoodsReceivedFile ASSIGN TO "GoodsReceived.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

      * Holds the waiting batch while its trailer is taken off and
      * the notice lines are added.
           SELECT GoodsReceivedWorkFile ASSIGN TO "AsnIntake.tmp"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

      * Register of transaction batches already applied, so a batch
      * GoodsReceived has already run is never added to. OPTIONAL
      * since the very first batch has no register yet.
           SELECT OPTIONAL AppliedBatchFile
               ASSIGN TO "AppliedBatches.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

           SELECT AsnRpt ASSIGN TO "AsnIntake.rpt"
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

       FD AsnFile.
           COPY ASNREC.

      * One record per notice taken: whose, which, and when.
       FD NoticeRegisterFile.
       01 NoticeTakenRec.
           88 EndOfNoticesTaken VALUE HIGH-VALUES.
           02 NT-SupplierID PIC 9(5).
           02 NT-NoticeNumber PIC X(12).
           02 NT-TakenDate PIC 9(8).

       FD PurchaseOrderFile.
           COPY PORDREC.

       FD StockFile.
           COPY STOCKREC.

       FD GoodsReceivedFile.
           COPY GRCVREC.
           COPY BATCHCTL.

      * Room for the whole of a GoodsReceived.dat record, detail or
      * control.
       FD GoodsReceivedWorkFile.
       01 GoodsReceivedWorkRec PIC X(58).

       FD AppliedBatchFile.
           COPY APPBATCH.

       FD AsnRpt.
       01 PrintLine PIC X(100).

       WORKING-STORAGE SECTION.
       01 BusinessToday PIC 9(8) VALUE ZEROS.
       COPY FILESTAT.
       COPY RPTHEAD.

      * Notices on the register, and the ones taken this run.
       01 MaxTakenNotices PIC 9(4) VALUE 2000.
       01 TakenNoticeTable.
           02 NumTakenNotices PIC 9(4) VALUE ZERO.
           02 TakenNotice OCCURS 0 TO 2000 TIMES
                    DEPENDING ON NumTakenNotices
                    INDEXED BY Taken-Idx.
              03 TN-SupplierID PIC 9(5).
              03 TN-NoticeNumber PIC X(12).
       01 NewNoticeTable.
           02 NumNewNotices PIC 9(3) VALUE ZERO.
           02 NewNotice OCCURS 0 TO 500 TIMES
                    DEPENDING ON NumNewNotices
                    INDEXED BY New-Idx.
              03 NN-SupplierID PIC 9(5).
              03 NN-NoticeNumber PIC X(12).
       01 NoticeTakenFlag PIC X.
           88 NoticeAlreadyTaken VALUE "Y".
       01 NoticeSeenFlag PIC X.
           88 NoticeSeenThisRun VALUE "Y".
       01 LastSkippedNotice.
           02 LS-SupplierID PIC 9(5) VALUE ZEROS.
           02 LS-NoticeNumber PIC X(12) VALUE SPACES.

      * The order book, read only -- what each order still expects,
      * less what earlier lines of this run have already noticed.
       01 PurchaseOrderTable.
           02 NumPurchaseOrders PIC 9(4) VALUE ZERO.
           02 POEntry OCCURS 0 TO 500 TIMES
                    DEPENDING ON NumPurchaseOrders.
              03 POT-Number PIC 9(6).
              03 POT-GadgedID PIC 9(6).
              03 POT-SupplierID PIC 9(5).
              03 POT-QtyOrdered PIC 9(4).
              03 POT-QtyReceived PIC 9(4).
              03 POT-Status PIC X.
                  88 POT-Open VALUE "O".
              03 POT-QtyNoticed PIC 9(5).
       01 POScanIdx PIC 9(4).
       01 MatchedPOIdx PIC 9(4).
       01 QtyOutstanding PIC S9(6).
       01 QtyDifference PIC S9(6).
       01 QtyDifferenceOut PIC ZZZZ9.

      * The notice lines accepted this run, written to
      * GoodsReceived.dat once the whole file has been checked.
       01 IntakeLineTable.
           02 NumIntakeLines PIC 9(3) VALUE ZERO.
           02 IntakeLine OCCURS 0 TO 500 TIMES
                    DEPENDING ON NumIntakeLines.
              03 IL-GadgedID PIC 9(6).
              03 IL-QtyShipped PIC 9(4).
              03 IL-SupplierID PIC 9(5).
              03 IL-UnitCost PIC 9(4)V99.
              03 IL-AsnStatus PIC X.
              03 IL-PONumber PIC 9(6).
       01 LineIdx PIC 9(3).

       01 LineResultFlag PIC X.
           88 LineAgrees VALUE "A".
           88 LineFlagged VALUE "F".
           88 LineRejected VALUE "R".
       01 LineNote PIC X(45).

      * What is waiting on GoodsReceived.dat, worked out before
      * anything is written.
       01 ReceiptBatchState PIC X.
           88 StartNewBatch VALUE "N".
           88 AddToBatch VALUE "A".
           88 ReceiptFileUnusable VALUE "X".
       01 WaitingBatchNumber PIC 9(6).
       01 HighestReceiptBatch PIC 9(6).
       01 ReceiptDetailCount PIC 9(6).
       01 BatchAppliedFlag PIC X.
           88 BatchApplied VALUE "Y".
       01 ReceiptCopyDoneFlag PIC X.
           88 ReceiptCopyDone VALUE "Y".
       01 WorkFileRemoveCode PIC S9(9) BINARY.

       01 LinesRead PIC 9(5) VALUE ZERO.
       01 LinesAgreed PIC 9(5) VALUE ZERO.
       01 LinesFlagged PIC 9(5) VALUE ZERO.
       01 LinesRejected PIC 9(5) VALUE ZERO.
       01 LinesSkipped PIC 9(5) VALUE ZERO.

       01 ReportHeading PIC X(40)
           VALUE "Advance Shipping Notice Intake".
       01 AsnColHeads.
           02 FILLER PIC X(14) VALUE "Notice".
           02 FILLER PIC X(7) VALUE "Supp".
           02 FILLER PIC X(8) VALUE "Order".
           02 FILLER PIC X(8) VALUE "Gadget".
           02 FILLER PIC X(6) VALUE "Qty".
           02 FILLER PIC X(10) VALUE "Result".
           02 FILLER PIC X(45) VALUE "Difference".
       01 AsnLine.
           02 AL-NoticeNumber PIC X(12).
           02 FILLER PIC X(2) VALUE SPACES.
           02 AL-SupplierID PIC 9(5).
           02 FILLER PIC X(2) VALUE SPACES.
           02 AL-PONumber PIC 9(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 AL-GadgedID PIC 9(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 AL-QtyShipped PIC ZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 AL-Result PIC X(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 AL-Note PIC X(45).
       01 SkippedLine.
           02 SK-NoticeNumber PIC X(12).
           02 FILLER PIC X(2) VALUE SPACES.
           02 SK-SupplierID PIC 9(5).
           02 FILLER PIC X(36)
               VALUE "  notice already taken in - skipped".
       01 NoLinesLine PIC X(40)
           VALUE "  (no new shipping notice lines)".
       01 UnusableLine.
           02 FILLER PIC X(45)
               VALUE "GoodsReceived.dat does not start with a batch".
           02 FILLER PIC X(44)
               VALUE " header - nothing written, notices not taken".
       01 BatchLine.
           02 FILLER PIC X(30) VALUE "Lines written to batch".
           02 BL-BatchNumber PIC 9(6).
           02 FILLER PIC X(22) VALUE " of GoodsReceived.dat".
       01 AsnSummary.
           02 FILLER PIC X(12) VALUE "Lines read: ".
           02 AS-Read PIC ZZZZ9.
           02 FILLER PIC X(10) VALUE "  agreed: ".
           02 AS-Agreed PIC ZZZZ9.
           02 FILLER PIC X(11) VALUE "  flagged: ".
           02 AS-Flagged PIC ZZZZ9.
           02 FILLER PIC X(12) VALUE "  rejected: ".
           02 AS-Rejected PIC ZZZZ9.
           02 FILLER PIC X(11) VALUE "  skipped: ".
           02 AS-Skipped PIC ZZZZ9.

       PROCEDURE DIVISION.
       Main.
           PERFORM GetBusinessDate
           PERFORM LoadTakenNotices
           PERFORM LoadPurchaseOrders

           OPEN INPUT AsnFile
           IF WS-FileStatus = "35"
               DISPLAY "No AdvanceShipNotices.dat on file - nothing "
                   "to take in"
               STOP RUN
           END-IF
           MOVE "AdvanceShipNotices.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN INPUT StockFile
           MOVE "GadgetStock.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN OUTPUT AsnRpt
           MOVE "AsnIntake.rpt" TO WS-FileStatusName
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
           WRITE PrintLine FROM AsnColHeads AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus

           READ AsnFile
               AT END SET EndOfAsnLines TO TRUE
           END-READ
           MOVE "AdvanceShipNotices.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           PERFORM UNTIL EndOfAsnLines
               PERFORM TakeNoticeLine

               READ AsnFile
                   AT END SET EndOfAsnLines TO TRUE
               END-READ
               MOVE "AdvanceShipNotices.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-PERFORM

           CLOSE AsnFile
           CLOSE StockFile

           MOVE "AsnIntake.rpt" TO WS-FileStatusName
           IF NumIntakeLines = 0
               WRITE PrintLine FROM NoLinesLine AFTER ADVANCING 1 LINE
               PERFORM CheckFileStatus
           ELSE
               PERFORM InspectReceiptBatch
               IF ReceiptFileUnusable
                   MOVE "AsnIntake.rpt" TO WS-FileStatusName
                   WRITE PrintLine FROM UnusableLine
                       AFTER ADVANCING 2 LINES
                   PERFORM CheckFileStatus
               ELSE
                   IF StartNewBatch
                       PERFORM WriteNewReceiptBatch
                   ELSE
                       PERFORM AddToReceiptBatch
                   END-IF
                   PERFORM RecordNoticesTaken
                   MOVE WaitingBatchNumber TO BL-BatchNumber
                   MOVE "AsnIntake.rpt" TO WS-FileStatusName
                   WRITE PrintLine FROM BatchLine
                       AFTER ADVANCING 2 LINES
                   PERFORM CheckFileStatus
               END-IF
           END-IF

           MOVE LinesRead TO AS-Read
           MOVE LinesAgreed TO AS-Agreed
           MOVE LinesFlagged TO AS-Flagged
           MOVE LinesRejected TO AS-Rejected
           MOVE LinesSkipped TO AS-Skipped
           WRITE PrintLine FROM AsnSummary AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus
           CLOSE AsnRpt

           DISPLAY "Notice lines read:     " LinesRead
           DISPLAY "Lines agreeing:        " LinesAgreed
           DISPLAY "Lines flagged:         " LinesFlagged
           DISPLAY "Lines rejected:        " LinesRejected
           DISPLAY "Lines already taken:   " LinesSkipped
           IF ReceiptFileUnusable
               DISPLAY "GoodsReceived.dat does not start with a "
                   "batch header record - nothing written"
           END-IF
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

      * The register of notices already taken. Status "05" is the
      * missing OPTIONAL register.
       LoadTakenNotices.
           OPEN INPUT NoticeRegisterFile
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "05"
               MOVE "AsnNoticesTaken.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF

           READ NoticeRegisterFile
               AT END SET EndOfNoticesTaken TO TRUE
           END-READ

           PERFORM UNTIL EndOfNoticesTaken
               IF NumTakenNotices NOT < MaxTakenNotices
                   DISPLAY "AsnNoticesTaken.dat holds more than "
                       MaxTakenNotices " notices - archive the "
                       "older entries first"
                   STOP RUN
               END-IF
               ADD 1 TO NumTakenNotices
               MOVE NT-SupplierID TO TN-SupplierID(NumTakenNotices)
               MOVE NT-NoticeNumber TO TN-NoticeNumber(NumTakenNotices)

               READ NoticeRegisterFile
                   AT END SET EndOfNoticesTaken TO TRUE
               END-READ
           END-PERFORM

           CLOSE NoticeRegisterFile.

      * The order book, for checking each notice line against the
      * order it answers.
       LoadPurchaseOrders.
           OPEN INPUT PurchaseOrderFile
           IF WS-FileStatus = "35"
               CONTINUE
           ELSE
               MOVE "PurchaseOrders.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus

               READ PurchaseOrderFile
                   AT END SET EndOfPurchaseOrders TO TRUE
               END-READ
               PERFORM CheckFileStatus

               PERFORM UNTIL EndOfPurchaseOrders
                   IF NumPurchaseOrders NOT < 500
                       DISPLAY "Order book exceeds 500 lines - "
                           "archive closed orders first"
                       STOP RUN
                   END-IF
                   ADD 1 TO NumPurchaseOrders
                   MOVE PO-Number TO POT-Number(NumPurchaseOrders)
                   MOVE PO-GadgedID TO POT-GadgedID(NumPurchaseOrders)
                   MOVE PO-SupplierID
                       TO POT-SupplierID(NumPurchaseOrders)
                   MOVE PO-QtyOrdered
                       TO POT-QtyOrdered(NumPurchaseOrders)
                   MOVE PO-QtyReceived
                       TO POT-QtyReceived(NumPurchaseOrders)
                   MOVE PO-Status TO POT-Status(NumPurchaseOrders)
                   MOVE ZEROS TO POT-QtyNoticed(NumPurchaseOrders)

                   READ PurchaseOrderFile
                       AT END SET EndOfPurchaseOrders TO TRUE
                   END-READ
                   PERFORM CheckFileStatus
               END-PERFORM

               CLOSE PurchaseOrderFile
           END-IF.

      * One notice line: skipped when its notice was taken in
      * before, rejected when the gadget is unknown, otherwise
      * checked against its order and kept for GoodsReceived.dat.
       TakeNoticeLine.
           ADD 1 TO LinesRead
           PERFORM CheckNoticeTaken
           IF NoticeAlreadyTaken
               ADD 1 TO LinesSkipped
               IF AN-SupplierID NOT = LS-SupplierID
                  OR AN-NoticeNumber NOT = LS-NoticeNumber
                   MOVE AN-SupplierID TO LS-SupplierID
                   MOVE AN-NoticeNumber TO LS-NoticeNumber
                   MOVE AN-NoticeNumber TO SK-NoticeNumber
                   MOVE AN-SupplierID TO SK-SupplierID
                   MOVE "AsnIntake.rpt" TO WS-FileStatusName
                   WRITE PrintLine FROM SkippedLine
                       AFTER ADVANCING 1 LINE
                   PERFORM CheckFileStatus
               END-IF
           ELSE
               MOVE ZEROS TO MatchedPOIdx
               MOVE SPACES TO LineNote
               SET LineAgrees TO TRUE
               MOVE AN-GadgedID TO GadgedID
               READ StockFile
                   INVALID KEY
                       SET LineRejected TO TRUE
                       MOVE "gadget not on GadgetStock.dat - not taken"
                           TO LineNote
                   NOT INVALID KEY
                       PERFORM MatchNoticeToOrder
               END-READ
               IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
                  MOVE "GadgetStock.dat" TO WS-FileStatusName
                  PERFORM CheckFileStatus
               END-IF

               IF NOT LineRejected
                   IF NumIntakeLines NOT < 500
                       DISPLAY "More than 500 notice lines in one "
                           "run - nothing written; split the file"
                       STOP RUN
                   END-IF
                   ADD 1 TO NumIntakeLines
                   MOVE AN-GadgedID TO IL-GadgedID(NumIntakeLines)
                   MOVE AN-QtyShipped TO IL-QtyShipped(NumIntakeLines)
                   MOVE AN-SupplierID TO IL-SupplierID(NumIntakeLines)
                   MOVE AN-UnitCost TO IL-UnitCost(NumIntakeLines)
                   MOVE LineResultFlag TO IL-AsnStatus(NumIntakeLines)
                   IF AN-PONumber > 0 OR MatchedPOIdx = 0
                       MOVE AN-PONumber TO IL-PONumber(NumIntakeLines)
                   ELSE
                       MOVE POT-Number(MatchedPOIdx)
                           TO IL-PONumber(NumIntakeLines)
                   END-IF
                   IF NOT NoticeSeenThisRun
                       PERFORM NoteNoticeThisRun
                   END-IF
               END-IF

               EVALUATE TRUE
                   WHEN LineAgrees
                       ADD 1 TO LinesAgreed
                       MOVE "AGREES" TO AL-Result
                   WHEN LineFlagged
                       ADD 1 TO LinesFlagged
                       MOVE "FLAGGED" TO AL-Result
                   WHEN LineRejected
                       ADD 1 TO LinesRejected
                       MOVE "REJECTED" TO AL-Result
               END-EVALUATE
               MOVE AN-NoticeNumber TO AL-NoticeNumber
               MOVE AN-SupplierID TO AL-SupplierID
               IF AN-PONumber = 0 AND MatchedPOIdx > 0
                   MOVE POT-Number(MatchedPOIdx) TO AL-PONumber
               ELSE
                   MOVE AN-PONumber TO AL-PONumber
               END-IF
               MOVE AN-GadgedID TO AL-GadgedID
               MOVE AN-QtyShipped TO AL-QtyShipped
               MOVE LineNote TO AL-Note
               MOVE "AsnIntake.rpt" TO WS-FileStatusName
               WRITE PrintLine FROM AsnLine AFTER ADVANCING 1 LINE
               PERFORM CheckFileStatus
           END-IF.

      * Sets NoticeAlreadyTaken when this line's notice is on the
      * register, and NoticeSeenThisRun when an earlier line of this
      * run has already been taken off it.
       CheckNoticeTaken.
           MOVE "N" TO NoticeTakenFlag
           MOVE "N" TO NoticeSeenFlag
           IF NumTakenNotices > 0
               SET Taken-Idx TO 1
               SEARCH TakenNotice
                   AT END CONTINUE
                   WHEN TN-SupplierID(Taken-Idx) = AN-SupplierID
                    AND TN-NoticeNumber(Taken-Idx) = AN-NoticeNumber
                       SET NoticeAlreadyTaken TO TRUE
               END-SEARCH
           END-IF
           IF NumNewNotices > 0
               SET New-Idx TO 1
               SEARCH NewNotice
                   AT END CONTINUE
                   WHEN NN-SupplierID(New-Idx) = AN-SupplierID
                    AND NN-NoticeNumber(New-Idx) = AN-NoticeNumber
                       SET NoticeSeenThisRun TO TRUE
               END-SEARCH
           END-IF.

       NoteNoticeThisRun.
           IF NumNewNotices < 500
               ADD 1 TO NumNewNotices
               MOVE AN-SupplierID TO NN-SupplierID(NumNewNotices)
               MOVE AN-NoticeNumber TO NN-NoticeNumber(NumNewNotices)
           END-IF.

      * Finds the order the line answers and flags any difference:
      * the quoted order missing, closed, or for another gadget or
      * supplier; no open order at all when none was quoted; or a
      * quantity other than what is still outstanding, after what
      * earlier lines of this run have noticed against it.
       MatchNoticeToOrder.
           MOVE ZEROS TO MatchedPOIdx
           IF AN-PONumber > 0
               PERFORM VARYING POScanIdx FROM 1 BY 1
                     UNTIL POScanIdx > NumPurchaseOrders
                        OR MatchedPOIdx > 0
                   IF POT-Number(POScanIdx) = AN-PONumber
                       MOVE POScanIdx TO MatchedPOIdx
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN MatchedPOIdx = 0
                       SET LineFlagged TO TRUE
                       MOVE "order quoted is not on the order book"
                           TO LineNote
                   WHEN POT-GadgedID(MatchedPOIdx) NOT = AN-GadgedID
                       SET LineFlagged TO TRUE
                       MOVE "order quoted is for a different gadget"
                           TO LineNote
                   WHEN POT-SupplierID(MatchedPOIdx) NOT = AN-SupplierID
                       SET LineFlagged TO TRUE
                       MOVE "order quoted is with a different supplier"
                           TO LineNote
                   WHEN NOT POT-Open(MatchedPOIdx)
                       SET LineFlagged TO TRUE
                       MOVE "order quoted is no longer open"
                           TO LineNote
               END-EVALUATE
           ELSE
               PERFORM VARYING POScanIdx FROM 1 BY 1
                     UNTIL POScanIdx > NumPurchaseOrders
                        OR MatchedPOIdx > 0
                   IF POT-Open(POScanIdx)
                      AND POT-GadgedID(POScanIdx) = AN-GadgedID
                      AND POT-SupplierID(POScanIdx) = AN-SupplierID
                       MOVE POScanIdx TO MatchedPOIdx
                   END-IF
               END-PERFORM
               IF MatchedPOIdx = 0
                   SET LineFlagged TO TRUE
                   MOVE "no open order for this gadget and supplier"
                       TO LineNote
               END-IF
           END-IF

           IF LineAgrees
               COMPUTE QtyOutstanding = POT-QtyOrdered(MatchedPOIdx)
                   - POT-QtyReceived(MatchedPOIdx)
                   - POT-QtyNoticed(MatchedPOIdx)
               ADD AN-QtyShipped TO POT-QtyNoticed(MatchedPOIdx)
               IF AN-QtyShipped > QtyOutstanding
                   SET LineFlagged TO TRUE
                   COMPUTE QtyDifference =
                       AN-QtyShipped - QtyOutstanding
                   MOVE QtyDifference TO QtyDifferenceOut
                   STRING "over the order by " DELIMITED BY SIZE
                       QtyDifferenceOut DELIMITED BY SIZE
                       " units" DELIMITED BY SIZE
                       INTO LineNote
                   END-STRING
               END-IF
               IF AN-QtyShipped < QtyOutstanding
                   SET LineFlagged TO TRUE
                   COMPUTE QtyDifference =
                       QtyOutstanding - AN-QtyShipped
                   MOVE QtyDifference TO QtyDifferenceOut
                   STRING "short of the order by " DELIMITED BY SIZE
                       QtyDifferenceOut DELIMITED BY SIZE
                       " units" DELIMITED BY SIZE
                       INTO LineNote
                   END-STRING
               END-IF
           END-IF.

      * Works out what is waiting on GoodsReceived.dat: a batch not
      * yet applied is added to; no file, an empty one, or a batch
      * on the register means a new batch. A file that doesn't open
      * with a batch header is left for someone to look at.
       InspectReceiptBatch.
           SET StartNewBatch TO TRUE
           MOVE ZEROS TO WaitingBatchNumber
           MOVE ZEROS TO HighestReceiptBatch
           MOVE "N" TO BatchAppliedFlag

           OPEN INPUT GoodsReceivedFile
           IF WS-FileStatus = "35"
               CONTINUE
           ELSE
               MOVE "GoodsReceived.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
               READ GoodsReceivedFile
                   AT END CONTINUE
                   NOT AT END
                       IF BatchHeaderType
                           MOVE BH-BatchNumber TO WaitingBatchNumber
                           MOVE BH-BatchNumber TO HighestReceiptBatch
                           SET AddToBatch TO TRUE
                       ELSE
                           SET ReceiptFileUnusable TO TRUE
                       END-IF
               END-READ
               PERFORM CheckFileStatus
               CLOSE GoodsReceivedFile
           END-IF

           IF NOT ReceiptFileUnusable
               PERFORM ScanBatchRegister
               IF AddToBatch AND BatchApplied
                   SET StartNewBatch TO TRUE
               END-IF
               IF StartNewBatch
                   COMPUTE WaitingBatchNumber = HighestReceiptBatch + 1
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
               IF AB-FileName = "GoodsReceived.dat"
                   IF AB-BatchNumber > HighestReceiptBatch
                       MOVE AB-BatchNumber TO HighestReceiptBatch
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

       WriteNewReceiptBatch.
           OPEN OUTPUT GoodsReceivedFile
           MOVE "GoodsReceived.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           MOVE SPACES TO GoodsReceivedRec
           SET BatchHeaderType TO TRUE
           MOVE WaitingBatchNumber TO BH-BatchNumber
           MOVE BusinessToday TO BH-CreationDate
           WRITE GoodsReceivedRec
           PERFORM CheckFileStatus

           MOVE ZERO TO ReceiptDetailCount
           PERFORM WriteIntakeLines
           PERFORM WriteReceiptTrailer

           CLOSE GoodsReceivedFile.

      * The waiting batch is copied aside without its trailer, then
      * written back with the notice lines and a trailer counting
      * them in.
       AddToReceiptBatch.
           OPEN INPUT GoodsReceivedFile
           MOVE "GoodsReceived.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus
           OPEN OUTPUT GoodsReceivedWorkFile
           MOVE "AsnIntake.tmp" TO WS-FileStatusName
           PERFORM CheckFileStatus

           MOVE ZERO TO ReceiptDetailCount
           MOVE "N" TO ReceiptCopyDoneFlag
           PERFORM UNTIL ReceiptCopyDone
               READ GoodsReceivedFile
                   AT END SET ReceiptCopyDone TO TRUE
                   NOT AT END
                       IF NOT BatchTrailerType
                           IF NOT BatchHeaderType
                               ADD 1 TO ReceiptDetailCount
                           END-IF
                           MOVE GoodsReceivedRec
                               TO GoodsReceivedWorkRec
                           WRITE GoodsReceivedWorkRec
                           MOVE "AsnIntake.tmp" TO WS-FileStatusName
                           PERFORM CheckFileStatus
                       END-IF
               END-READ
               MOVE "GoodsReceived.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-PERFORM

           CLOSE GoodsReceivedFile
           CLOSE GoodsReceivedWorkFile

           OPEN INPUT GoodsReceivedWorkFile
           MOVE "AsnIntake.tmp" TO WS-FileStatusName
           PERFORM CheckFileStatus
           OPEN OUTPUT GoodsReceivedFile
           MOVE "GoodsReceived.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           MOVE "N" TO ReceiptCopyDoneFlag
           PERFORM UNTIL ReceiptCopyDone
               READ GoodsReceivedWorkFile
                   AT END SET ReceiptCopyDone TO TRUE
                   NOT AT END
                       MOVE GoodsReceivedWorkRec TO GoodsReceivedRec
                       WRITE GoodsReceivedRec
                       MOVE "GoodsReceived.dat" TO WS-FileStatusName
                       PERFORM CheckFileStatus
               END-READ
               MOVE "AsnIntake.tmp" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-PERFORM
           CLOSE GoodsReceivedWorkFile

           PERFORM WriteIntakeLines
           PERFORM WriteReceiptTrailer
           CLOSE GoodsReceivedFile

           CALL "SYSTEM" USING "rm -f AsnIntake.tmp"
               RETURNING WorkFileRemoveCode
           END-CALL.

      * One delivery line per notice line taken, at the supplier's
      * notified cost. Location, serial and barcode are left for the
      * clerk to key when confirming against the boxes.
       WriteIntakeLines.
           MOVE "GoodsReceived.dat" TO WS-FileStatusName
           PERFORM VARYING LineIdx FROM 1 BY 1
                   UNTIL LineIdx > NumIntakeLines
               MOVE SPACES TO GoodsReceivedRec
               MOVE IL-GadgedID(LineIdx) TO GR-GadgedID
               MOVE IL-QtyShipped(LineIdx) TO GR-QtyReceived
               MOVE IL-SupplierID(LineIdx) TO GR-SupplierID
               MOVE IL-UnitCost(LineIdx) TO GR-UnitCost
               MOVE IL-AsnStatus(LineIdx) TO GR-AsnStatus
               MOVE IL-PONumber(LineIdx) TO GR-PONumber
               WRITE GoodsReceivedRec
               PERFORM CheckFileStatus
               ADD 1 TO ReceiptDetailCount
           END-PERFORM.

       WriteReceiptTrailer.
           MOVE SPACES TO GoodsReceivedRec
           SET BatchTrailerType TO TRUE
           MOVE ReceiptDetailCount TO BT-RecordCount
           WRITE GoodsReceivedRec
           MOVE "GoodsReceived.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus.

      * Adds the notices taken this run to the register. Status "05"
      * is the successful open-and-create of the missing OPTIONAL
      * register on the very first intake.
       RecordNoticesTaken.
           OPEN EXTEND NoticeRegisterFile
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "05"
               MOVE "AsnNoticesTaken.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF

           MOVE "AsnNoticesTaken.dat" TO WS-FileStatusName
           PERFORM VARYING New-Idx FROM 1 BY 1
                   UNTIL New-Idx > NumNewNotices
               MOVE NN-SupplierID(New-Idx) TO NT-SupplierID
               MOVE NN-NoticeNumber(New-Idx) TO NT-NoticeNumber
               MOVE BusinessToday TO NT-TakenDate
               WRITE NoticeTakenRec
               PERFORM CheckFileStatus
           END-PERFORM

           CLOSE NoticeRegisterFile.


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
