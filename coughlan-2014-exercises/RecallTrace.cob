       IDENTIFICATION DIVISION.
       PROGRAM-ID. RecallTrace.
       AUTHOR. io.github.scrvrdn.
      * Traces one recall off Recalls.dat to the units it covers, so
      * the shop can pull what it still holds and reach the people
      * who bought the rest. A gadget sold by serial is traced unit
      * by unit off SerialRegister.dat -- each affected unit still
      * in hand, each one sold with the customer and till receipt it
      * went out on. A gadget sold without serials can't be traced
      * that closely: every unit on hand is affected, and every sale
      * of it since the recall's received-from date (all of them,
      * with no date range) is listed off SalesJournal.dat -- the
      * account customers by name and contact, the anonymous sales
      * by day -- together with the till receipts written for them
      * on Receipts.dat, for matching against a receipt a customer
      * brings back. Entries from backed-out runs don't count.
      *
      * The recall number is keyed at the prompt. The trace goes to
      * RecallTrace.rpt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RecallFile ASSIGN TO "Recalls.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-RecallNumber
               FILE STATUS IS WS-FileStatus.

           SELECT StockFile ASSIGN TO "GadgetStock.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GadgedID
               FILE STATUS IS WS-FileStatus.

           SELECT SupplierFile ASSIGN TO "SupplierMaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SupplierID OF SupplierRecord
               FILE STATUS IS WS-FileStatus.

      * OPTIONAL: a site that has never received a high-value gadget
      * has no register.
           SELECT OPTIONAL SerialRegisterFile
               ASSIGN TO "SerialRegister.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SN-SerialNumber
               FILE STATUS IS WS-FileStatus.

      * OPTIONAL: a site with nothing journaled has sold nothing.
           SELECT OPTIONAL SalesJournalFile
               ASSIGN TO "SalesJournal.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

           SELECT OPTIONAL ReceiptFile ASSIGN TO "Receipts.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

      * OPTIONAL: with no trade customers every sale is anonymous.
           SELECT OPTIONAL CustomerFile ASSIGN TO "CustomerMaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CustomerNumber
               FILE STATUS IS WS-FileStatus.

           SELECT RecallTraceRpt ASSIGN TO "RecallTrace.rpt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

      * Runs StockBackout has undone: their journal entries and
      * receipts are discounted. OPTIONAL since a site may never
      * have backed a run out.
           SELECT OPTIONAL BackedOutRunFile
               ASSIGN TO "BackedOutRuns.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

      * Each run's high-water mark on its fixed tables, for the
      * nightly capacity watch -- see CAPLOG.
           SELECT CapacityLogFile ASSIGN TO "CapacityLog.dat"
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

       FD RecallFile.
           COPY RECALREC.

       FD StockFile.
           COPY STOCKREC.

       FD SupplierFile.
           COPY SUPPREC.

       FD SerialRegisterFile.
           COPY SERIALRG.

       FD SalesJournalFile.
           COPY SALESJRN.

       FD ReceiptFile.
           COPY RCPTREC.

       FD CustomerFile.
           COPY CUSTREC.

       FD RecallTraceRpt.
       01 PrintLine PIC X(120).

       FD BackedOutRunFile.
           COPY BAKOUTRG.

       FD CapacityLogFile.
           COPY CAPLOG.

       WORKING-STORAGE SECTION.
       01 BusinessToday PIC 9(8) VALUE ZEROS.
       COPY FILESTAT.
       COPY CAPLWS.
       COPY RPTHEAD.

       01 TraceRecall PIC 9(6) VALUE ZEROS.

      * Which slice of the register the current pass lists: units
      * in hand, units sold to account customers, units sold
      * anonymously.
       01 SerialPass PIC 9.
           88 InHandPass VALUE 1.
           88 KnownSalePass VALUE 2.
           88 AnonymousSalePass VALUE 3.
       01 UnitCoveredFlag PIC X.
           88 UnitCovered VALUE "Y".
       01 UnitSupplier PIC 9(5).
       01 UnitCustomer PIC 9(6).

       01 SerialsCovered PIC 9(5) VALUE ZERO.
       01 SerialsInHand PIC 9(5) VALUE ZERO.
       01 SerialsToKnown PIC 9(5) VALUE ZERO.
       01 SerialsAnonymous PIC 9(5) VALUE ZERO.
       01 JournalKnownLines PIC 9(5) VALUE ZERO.
       01 JournalKnownUnits PIC 9(7) VALUE ZERO.
       01 JournalAnonUnits PIC 9(7) VALUE ZERO.
       01 ReceiptsListed PIC 9(5) VALUE ZERO.

      * The anonymous sales of the day being totalled.
       01 AnonDate PIC 9(8) VALUE ZEROS.
       01 AnonDayUnits PIC 9(7) VALUE ZERO.
       01 AnonDayLines PIC 9(5) VALUE ZERO.

       01 CustomerNameOut PIC X(24).
       01 CustomerContactOut PIC X(24).

       01 ReportHeading PIC X(40) VALUE "Product Recall Trace".
       01 RecallLine1.
           02 FILLER PIC X(7) VALUE "Recall ".
           02 RL1-Number PIC 9(6).
           02 FILLER PIC X(3) VALUE " - ".
           02 RL1-Reference PIC X(30).
           02 FILLER PIC X(3) VALUE SPACES.
           02 RL1-Status PIC X(20).
       01 RecallLine2.
           02 FILLER PIC X(9) VALUE "  Gadget ".
           02 RL2-GadgedID PIC 9(6).
           02 FILLER PIC X VALUE SPACE.
           02 RL2-GadgetName PIC X(30).
           02 FILLER PIC X(11) VALUE "  supplier ".
           02 RL2-Supplier PIC X(37).
       01 RecallLine3.
           02 FILLER PIC X(10) VALUE "  Serials ".
           02 RL3-Serials PIC X(30).
           02 FILLER PIC X(12) VALUE "  received ".
           02 RL3-Received PIC X(30).
       01 SupplierOut.
           02 SO-SupplierID PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 SO-SupplierName PIC X(30).
       01 RangeOut.
           02 RO-From PIC X(12).
           02 RO-Joiner PIC X(4).
           02 RO-To PIC X(12).

       01 InHandTitle PIC X(40) VALUE "Affected units in hand".
       01 KnownTitle PIC X(40) VALUE "Sold to account customers".
       01 AnonTitle PIC X(40) VALUE "Anonymous sales by date".
       01 ReceiptTitle PIC X(60)
           VALUE "Till receipts for the gadget in the window".
       01 NoneLine PIC X(10) VALUE "  (none)".

       01 InHandSerialLine.
           02 FILLER PIC X(9) VALUE "  Serial ".
           02 IH-Serial PIC X(12).
           02 FILLER PIC X(11) VALUE "  received ".
           02 IH-Received PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 IH-Status PIC X(20).
       01 OnHandLine.
           02 FILLER PIC X(31)
               VALUE "  On hand now, all locations: ".
           02 OH-Qty PIC Z,ZZ9.
           02 FILLER PIC X(8) VALUE " units".
           02 OH-Note PIC X(50).
       01 KnownSerialLine.
           02 FILLER PIC X(2) VALUE SPACES.
           02 KS-Serial PIC X(12).
           02 FILLER PIC X(7) VALUE " sold ".
           02 KS-SoldDate PIC 9(8).
           02 FILLER PIC X(9) VALUE " receipt ".
           02 KS-Receipt PIC X(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 KS-Customer PIC 9(6).
           02 FILLER PIC X VALUE SPACE.
           02 KS-Name PIC X(24).
           02 FILLER PIC X VALUE SPACE.
           02 KS-Contact PIC X(24).
       01 KnownSaleLine.
           02 FILLER PIC X(2) VALUE SPACES.
           02 KJ-SaleDate PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 KJ-Qty PIC Z,ZZ9.
           02 FILLER PIC X(8) VALUE " units  ".
           02 KJ-Customer PIC 9(6).
           02 FILLER PIC X VALUE SPACE.
           02 KJ-Name PIC X(24).
           02 FILLER PIC X VALUE SPACE.
           02 KJ-Contact PIC X(24).
       01 AnonSerialLine.
           02 FILLER PIC X(2) VALUE SPACES.
           02 AS-SoldDate PIC 9(8).
           02 FILLER PIC X(9) VALUE "  serial ".
           02 AS-Serial PIC X(12).
           02 FILLER PIC X(10) VALUE "  receipt ".
           02 AS-Receipt PIC X(8).
       01 AnonDayLine.
           02 FILLER PIC X(2) VALUE SPACES.
           02 AD-SaleDate PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 AD-Units PIC Z,ZZ9.
           02 FILLER PIC X(10) VALUE " units in ".
           02 AD-Lines PIC ZZZ9.
           02 FILLER PIC X(6) VALUE " sales".
       01 ReceiptLine.
           02 FILLER PIC X(10) VALUE "  Receipt ".
           02 RL-Receipt PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RL-SaleDate PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RL-Qty PIC Z,ZZ9.
           02 FILLER PIC X(15) VALUE " units  served ".
           02 RL-Operator PIC X(10).
       01 ReceiptOut PIC 9(8).

      * The backed-out runs register, loaded once so each journal
      * entry and receipt can be checked against it.
       01 BackedOutRuns.
           02 NumBackedOutRuns PIC 9(3) VALUE ZERO.
           02 BackedOutEntry OCCURS 0 TO 100 TIMES
                    DEPENDING ON NumBackedOutRuns
                    INDEXED BY BRun-Idx.
              03 KnownBackedOutRun PIC 9(14).
       01 RunBackedOutFlag PIC X.
           88 RunBackedOut VALUE "Y".
       01 BackedOutTableFullFlag PIC X VALUE "N".
           88 BackedOutTableFull VALUE "Y".
       01 CheckedRunId PIC 9(14).

       PROCEDURE DIVISION.
       Main.
           PERFORM GetBusinessDate

           DISPLAY "Recall number to trace - " WITH NO ADVANCING
           ACCEPT TraceRecall

           OPEN INPUT RecallFile
           IF WS-FileStatus = "35"
               DISPLAY "No Recalls.dat on file - nothing to trace"
               STOP RUN
           END-IF
           MOVE "Recalls.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus
           MOVE TraceRecall TO RC-RecallNumber
           READ RecallFile
               INVALID KEY
                   DISPLAY "Recall " TraceRecall " is not on file"
                   CLOSE RecallFile
                   STOP RUN
           END-READ
           PERFORM CheckFileStatus
           CLOSE RecallFile

           PERFORM LoadBackedOutRuns

           OPEN INPUT StockFile
           MOVE "GadgetStock.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus
           MOVE RC-GadgedID TO GadgedID
           READ StockFile
               INVALID KEY
                   MOVE "(no longer on GadgetStock.dat)" TO GadgetName
                   MOVE ZEROS TO QtyInStock
           END-READ
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
               PERFORM CheckFileStatus
           END-IF
           CLOSE StockFile

           OPEN INPUT CustomerFile
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "05"
               MOVE "CustomerMaster.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF

           OPEN OUTPUT RecallTraceRpt
           MOVE "RecallTrace.rpt" TO WS-FileStatusName
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
           PERFORM WriteRecallDetail

      * The register decides how the recall is traced: any unit of
      * the gadget on it that the recall covers means the gadget
      * goes out by serial.
           PERFORM CountCoveredSerials

           WRITE PrintLine FROM InHandTitle AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus
           IF SerialsCovered > 0
               SET InHandPass TO TRUE
               PERFORM ScanSerialRegister
               IF SerialsInHand = 0
                   WRITE PrintLine FROM NoneLine
                       AFTER ADVANCING 1 LINE
                   PERFORM CheckFileStatus
               END-IF
               MOVE "  (the serials above are the ones affected)"
                   TO OH-Note
           ELSE
               MOVE "  - all affected, none traceable by serial"
                   TO OH-Note
           END-IF
           MOVE QtyInStock TO OH-Qty
           WRITE PrintLine FROM OnHandLine AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus

           WRITE PrintLine FROM KnownTitle AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus
           IF SerialsCovered > 0
               SET KnownSalePass TO TRUE
               PERFORM ScanSerialRegister
               IF SerialsToKnown = 0
                   WRITE PrintLine FROM NoneLine
                       AFTER ADVANCING 1 LINE
                   PERFORM CheckFileStatus
               END-IF

               WRITE PrintLine FROM AnonTitle AFTER ADVANCING 2 LINES
               PERFORM CheckFileStatus
               SET AnonymousSalePass TO TRUE
               PERFORM ScanSerialRegister
               IF SerialsAnonymous = 0
                   WRITE PrintLine FROM NoneLine
                       AFTER ADVANCING 1 LINE
                   PERFORM CheckFileStatus
               END-IF
           ELSE
               PERFORM TraceJournalSales
               PERFORM ListReceipts
           END-IF

           CLOSE CustomerFile
           CLOSE RecallTraceRpt

           DISPLAY "Recall " RC-RecallNumber " traced"
           IF SerialsCovered > 0
               DISPLAY "Serials covered:        " SerialsCovered
               DISPLAY "  still in hand:        " SerialsInHand
               DISPLAY "  sold to customers:    " SerialsToKnown
               DISPLAY "  sold anonymously:     " SerialsAnonymous
           ELSE
               DISPLAY "Units on hand:          " QtyInStock
               DISPLAY "Units sold to customers: " JournalKnownUnits
               DISPLAY "Units sold anonymously: " JournalAnonUnits
               DISPLAY "Receipts listed:        " ReceiptsListed
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

      * What the recall covers, as keyed on it.
       WriteRecallDetail.
           MOVE RC-RecallNumber TO RL1-Number
           MOVE RC-Reference TO RL1-Reference
           IF RC-Closed
               MOVE SPACES TO RL1-Status
               STRING "CLOSED " RC-ClosedDate DELIMITED BY SIZE
                   INTO RL1-Status
           ELSE
               MOVE "OPEN - sales blocked" TO RL1-Status
           END-IF
           WRITE PrintLine FROM RecallLine1 AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus

           MOVE RC-GadgedID TO RL2-GadgedID
           MOVE GadgetName TO RL2-GadgetName
           IF RC-SupplierID = ZERO
               MOVE "any" TO RL2-Supplier
           ELSE
               MOVE RC-SupplierID TO SO-SupplierID
               OPEN INPUT SupplierFile
               MOVE "SupplierMaster.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
               MOVE RC-SupplierID TO SupplierID OF SupplierRecord
               READ SupplierFile
                   INVALID KEY
                       MOVE "(not on supplier master)"
                           TO SO-SupplierName
                   NOT INVALID KEY
                       MOVE SupplierName TO SO-SupplierName
               END-READ
               IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
                   PERFORM CheckFileStatus
               END-IF
               CLOSE SupplierFile
               MOVE SupplierOut TO RL2-Supplier
           END-IF
           WRITE PrintLine FROM RecallLine2 AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus

           IF RC-SerialFrom = SPACES
               MOVE "all" TO RL3-Serials
           ELSE
               MOVE RC-SerialFrom TO RO-From
               IF RC-SerialTo = SPACES
                   MOVE SPACES TO RO-Joiner
                   MOVE SPACES TO RO-To
               ELSE
                   MOVE " to " TO RO-Joiner
                   MOVE RC-SerialTo TO RO-To
               END-IF
               MOVE RangeOut TO RL3-Serials
           END-IF
           IF RC-ReceivedFrom = ZERO AND RC-ReceivedTo = ZERO
               MOVE "any date" TO RL3-Received
           ELSE
               MOVE RC-ReceivedFrom TO RO-From
               MOVE " to " TO RO-Joiner
               IF RC-ReceivedTo = ZERO
                   MOVE "date" TO RO-To
               ELSE
                   MOVE RC-ReceivedTo TO RO-To
               END-IF
               MOVE RangeOut TO RL3-Received
           END-IF
           WRITE PrintLine FROM RecallLine3 AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus.

      * How many units of the gadget on the register the recall
      * covers, wherever they are now.
       CountCoveredSerials.
           MOVE ZERO TO SerialPass
           PERFORM ScanSerialRegister.

      * One pass over the register for the recalled gadget, listing
      * the covered units that belong to the pass (SerialPass zero
      * only counts them). Status "05" is the missing OPTIONAL file.
       ScanSerialRegister.
           OPEN INPUT SerialRegisterFile
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "05"
               MOVE "SerialRegister.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF

           READ SerialRegisterFile NEXT RECORD
               AT END SET EndOfSerialRegister TO TRUE
           END-READ

           PERFORM UNTIL EndOfSerialRegister
               IF SN-GadgedID = RC-GadgedID
                   PERFORM TestUnitCovered
                   IF UnitCovered
                       PERFORM ListCoveredUnit
                   END-IF
               END-IF

               READ SerialRegisterFile NEXT RECORD
                   AT END SET EndOfSerialRegister TO TRUE
               END-READ
           END-PERFORM

           CLOSE SerialRegisterFile.

      * The same test PointOfSale blocks a sale on: the unit is
      * covered unless it falls outside a range the recall names. A
      * supplier the register doesn't know can't clear it.
       TestUnitCovered.
           SET UnitCovered TO TRUE
           IF RC-SerialFrom NOT = SPACES
               IF RC-SerialTo = SPACES
                   IF SN-SerialNumber NOT = RC-SerialFrom
                       MOVE "N" TO UnitCoveredFlag
                   END-IF
               ELSE
                   IF SN-SerialNumber < RC-SerialFrom
                      OR SN-SerialNumber > RC-SerialTo
                       MOVE "N" TO UnitCoveredFlag
                   END-IF
               END-IF
           END-IF
           IF RC-ReceivedFrom NOT = ZERO
              AND SN-ReceivedDate < RC-ReceivedFrom
               MOVE "N" TO UnitCoveredFlag
           END-IF
           IF RC-ReceivedTo NOT = ZERO
              AND SN-ReceivedDate > RC-ReceivedTo
               MOVE "N" TO UnitCoveredFlag
           END-IF
           IF SN-SupplierID NUMERIC
               MOVE SN-SupplierID TO UnitSupplier
           ELSE
               MOVE ZEROS TO UnitSupplier
           END-IF
           IF RC-SupplierID NOT = ZERO AND UnitSupplier NOT = ZERO
              AND UnitSupplier NOT = RC-SupplierID
               MOVE "N" TO UnitCoveredFlag
           END-IF.

      * A covered unit, written under the pass it belongs to: in hand
      * is in stock or back faulty; sold is sold or out on a
      * warranty claim, which still leaves it the customer's.
       ListCoveredUnit.
           IF SN-CustomerNumber NUMERIC
               MOVE SN-CustomerNumber TO UnitCustomer
           ELSE
               MOVE ZEROS TO UnitCustomer
           END-IF
           IF SN-ReceiptNumber NUMERIC AND SN-ReceiptNumber > 0
               MOVE SN-ReceiptNumber TO ReceiptOut
           ELSE
               MOVE ZEROS TO ReceiptOut
           END-IF

           EVALUATE TRUE
               WHEN SerialPass = ZERO
                   ADD 1 TO SerialsCovered
               WHEN InHandPass AND (SN-InStock OR SN-Returned)
                   MOVE SN-SerialNumber TO IH-Serial
                   MOVE SN-ReceivedDate TO IH-Received
                   IF SN-InStock
                       MOVE "IN STOCK" TO IH-Status
                   ELSE
                       MOVE "RETURNED FAULTY" TO IH-Status
                   END-IF
                   WRITE PrintLine FROM InHandSerialLine
                       AFTER ADVANCING 1 LINE
                   PERFORM CheckFileStatus
                   ADD 1 TO SerialsInHand
               WHEN KnownSalePass AND (SN-Sold OR SN-UnderClaim)
                    AND UnitCustomer > 0
                   MOVE SN-SerialNumber TO KS-Serial
                   MOVE SN-SoldDate TO KS-SoldDate
                   PERFORM SetReceiptOut
                   MOVE AS-Receipt TO KS-Receipt
                   MOVE UnitCustomer TO KS-Customer
                   PERFORM FindCustomer
                   MOVE CustomerNameOut TO KS-Name
                   MOVE CustomerContactOut TO KS-Contact
                   WRITE PrintLine FROM KnownSerialLine
                       AFTER ADVANCING 1 LINE
                   PERFORM CheckFileStatus
                   ADD 1 TO SerialsToKnown
               WHEN AnonymousSalePass AND (SN-Sold OR SN-UnderClaim)
                    AND UnitCustomer = 0
                   MOVE SN-SoldDate TO AS-SoldDate
                   MOVE SN-SerialNumber TO AS-Serial
                   PERFORM SetReceiptOut
                   WRITE PrintLine FROM AnonSerialLine
                       AFTER ADVANCING 1 LINE
                   PERFORM CheckFileStatus
                   ADD 1 TO SerialsAnonymous
           END-EVALUATE.

      * The unit's receipt number, or "none" for a unit sold before
      * receipts were tied to serials.
       SetReceiptOut.
           IF ReceiptOut = ZERO
               MOVE "none" TO AS-Receipt
           ELSE
               MOVE ReceiptOut TO AS-Receipt
           END-IF.

      * The account customer's name and contact, for the phone call.
       FindCustomer.
           MOVE "(not on customer master)" TO CustomerNameOut
           MOVE SPACES TO CustomerContactOut
           MOVE UnitCustomer TO CU-CustomerNumber
           READ CustomerFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CU-CustomerName TO CustomerNameOut
                   MOVE CU-Contact TO CustomerContactOut
           END-READ
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
              AND WS-FileStatus NOT = "05" AND WS-FileStatus NOT = "49"
              MOVE "CustomerMaster.dat" TO WS-FileStatusName
              PERFORM CheckFileStatus
           END-IF.

      * Every sale of the gadget off the journal since the recall's
      * received-from date: one pass for the account customers line
      * by line, then one for the anonymous sales, totalled by day
      * as the journal runs.
       TraceJournalSales.
           SET KnownSalePass TO TRUE
           PERFORM ScanSalesJournal
           IF JournalKnownLines = 0
               WRITE PrintLine FROM NoneLine AFTER ADVANCING 1 LINE
               PERFORM CheckFileStatus
           END-IF

           WRITE PrintLine FROM AnonTitle AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus
           SET AnonymousSalePass TO TRUE
           PERFORM ScanSalesJournal
           IF AnonDayLines > 0
               PERFORM WriteAnonDay
           END-IF
           IF JournalAnonUnits = 0
               WRITE PrintLine FROM NoneLine AFTER ADVANCING 1 LINE
               PERFORM CheckFileStatus
           END-IF.

      * One pass over the journal for the recalled gadget. Status
      * "05" is the missing OPTIONAL file.
       ScanSalesJournal.
           OPEN INPUT SalesJournalFile
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "05"
               MOVE "SalesJournal.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF

           READ SalesJournalFile
               AT END SET EndOfSalesJournal TO TRUE
           END-READ

           PERFORM UNTIL EndOfSalesJournal
               IF SJ-GadgedID = RC-GadgedID
                  AND SJ-SaleDate NOT < RC-ReceivedFrom
                   MOVE SJ-RunId TO CheckedRunId
                   PERFORM CheckRunBackedOut
                   IF NOT RunBackedOut
                       PERFORM TraceJournalSale
                   END-IF
               END-IF

               READ SalesJournalFile
                   AT END SET EndOfSalesJournal TO TRUE
               END-READ
           END-PERFORM

           CLOSE SalesJournalFile.

      * Records from before the customer number existed read as
      * anonymous.
       TraceJournalSale.
           IF SJ-CustomerNumber NUMERIC AND SJ-CustomerNumber > 0
               IF KnownSalePass
                   MOVE SJ-SaleDate TO KJ-SaleDate
                   MOVE SJ-QtySold TO KJ-Qty
                   MOVE SJ-CustomerNumber TO KJ-Customer
                   MOVE SJ-CustomerNumber TO UnitCustomer
                   PERFORM FindCustomer
                   MOVE CustomerNameOut TO KJ-Name
                   MOVE CustomerContactOut TO KJ-Contact
                   MOVE "RecallTrace.rpt" TO WS-FileStatusName
                   WRITE PrintLine FROM KnownSaleLine
                       AFTER ADVANCING 1 LINE
                   PERFORM CheckFileStatus
                   ADD 1 TO JournalKnownLines
                   ADD SJ-QtySold TO JournalKnownUnits
               END-IF
           ELSE
               IF AnonymousSalePass
                   IF SJ-SaleDate NOT = AnonDate
                       IF AnonDayLines > 0
                           PERFORM WriteAnonDay
                       END-IF
                       MOVE SJ-SaleDate TO AnonDate
                   END-IF
                   ADD SJ-QtySold TO AnonDayUnits
                   ADD SJ-QtySold TO JournalAnonUnits
                   ADD 1 TO AnonDayLines
               END-IF
           END-IF.

       WriteAnonDay.
           MOVE AnonDate TO AD-SaleDate
           MOVE AnonDayUnits TO AD-Units
           MOVE AnonDayLines TO AD-Lines
           MOVE "RecallTrace.rpt" TO WS-FileStatusName
           WRITE PrintLine FROM AnonDayLine AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus
           MOVE ZERO TO AnonDayUnits
           MOVE ZERO TO AnonDayLines.

      * Every till receipt written for the gadget in the same window,
      * so a customer who comes in with one can be matched to the
      * recall. Status "05" is the missing OPTIONAL file.
       ListReceipts.
           MOVE "RecallTrace.rpt" TO WS-FileStatusName
           WRITE PrintLine FROM ReceiptTitle AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus

           OPEN INPUT ReceiptFile
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "05"
               MOVE "Receipts.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF

           READ ReceiptFile
               AT END SET EndOfReceipts TO TRUE
           END-READ

           PERFORM UNTIL EndOfReceipts
               IF RE-GadgedID = RC-GadgedID
                  AND RE-SaleDate NOT < RC-ReceivedFrom
                   MOVE RE-RunId TO CheckedRunId
                   PERFORM CheckRunBackedOut
                   IF NOT RunBackedOut
                       MOVE RE-ReceiptNumber TO RL-Receipt
                       MOVE RE-SaleDate TO RL-SaleDate
                       MOVE RE-Qty TO RL-Qty
                       MOVE RE-OperatorId TO RL-Operator
                       MOVE "RecallTrace.rpt" TO WS-FileStatusName
                       WRITE PrintLine FROM ReceiptLine
                           AFTER ADVANCING 1 LINE
                       PERFORM CheckFileStatus
                       ADD 1 TO ReceiptsListed
                   END-IF
               END-IF

               READ ReceiptFile
                   AT END SET EndOfReceipts TO TRUE
               END-READ
           END-PERFORM

           CLOSE ReceiptFile

           IF ReceiptsListed = 0
               MOVE "RecallTrace.rpt" TO WS-FileStatusName
               WRITE PrintLine FROM NoneLine AFTER ADVANCING 1 LINE
               PERFORM CheckFileStatus
           END-IF.


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


      * Reads the backed-out runs register. Status "05" is the
      * missing OPTIONAL register on a site that never backed a run
      * out.
       LoadBackedOutRuns.
           OPEN INPUT BackedOutRunFile
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "05"
               MOVE "BackedOutRuns.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF

           READ BackedOutRunFile
               AT END SET EndOfBackedOutRuns TO TRUE
           END-READ

           PERFORM UNTIL EndOfBackedOutRuns
               IF NumBackedOutRuns < 100
                   ADD 1 TO NumBackedOutRuns
                   MOVE BR-RunId
                       TO KnownBackedOutRun(NumBackedOutRuns)
               ELSE
                   IF NOT BackedOutTableFull
                       DISPLAY "Warning: backed-out runs register "
                           "exceeds 100 entries - the overflowed "
                           "runs' entries WILL be counted; archive "
                           "BackedOutRuns.dat after converting the "
                           "journals"
                       SET BackedOutTableFull TO TRUE
                   END-IF
               END-IF

               READ BackedOutRunFile
                   AT END SET EndOfBackedOutRuns TO TRUE
               END-READ
           END-PERFORM

           CLOSE BackedOutRunFile

           MOVE "RecallTrace" TO CapacityProgram
           MOVE "BACKED-OUT-RUNS" TO CapacityTableName
           MOVE NumBackedOutRuns TO CapacityHighWater
           MOVE 100 TO CapacityLimit
           MOVE BackedOutTableFullFlag TO CapacityOverflowFlag
           PERFORM RecordCapacity.

      * Whether CheckedRunId belongs to a run StockBackout undid --
      * its entries then don't count.
       CheckRunBackedOut.
           MOVE "N" TO RunBackedOutFlag
           IF NumBackedOutRuns > 0
               SET BRun-Idx TO 1
               SEARCH BackedOutEntry
                   AT END CONTINUE
                   WHEN KnownBackedOutRun(BRun-Idx) = CheckedRunId
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
