       IDENTIFICATION DIVISION.
       PROGRAM-ID. LandedCostReport.
       AUTHOR. io.github.scrvrdn.
      * Shows, delivery by delivery, how GoodsReceived built the unit
      * cost it folded into CostLedger.dat: each costed line's
      * supplier unit cost, its share of the freight, duty and
      * insurance keyed against the batch, and the landed unit cost
      * that resulted, with the uplift the charges put on the
      * supplier's price. An imported gadget that looked like a 40%
      * margin on the invoice can be seen here for what it is.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LandedCostFile ASSIGN TO "LandedCost.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

           SELECT LandedCostRpt ASSIGN TO "LandedCost.rpt"
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

       FD LandedCostFile.
           COPY LANDCOST.

       FD LandedCostRpt.
       01 PrintLine PIC X(100).

       WORKING-STORAGE SECTION.
       01 BusinessToday PIC 9(8) VALUE ZEROS.
       COPY FILESTAT.
       COPY RPTHEAD.

       01 GroupOpenFlag PIC X VALUE "N".
           88 GroupOpen VALUE "Y".

      * The delivery in hand and its running totals.
       01 CurrentBatchNumber PIC 9(6).
       01 DeliveryLineCount PIC 9(4).
       01 DeliveryUnits PIC 9(7).
       01 DeliverySupplierValue PIC 9(9)V99.
       01 DeliveryFreight PIC 9(8)V99.
       01 DeliveryDuty PIC 9(8)V99.
       01 DeliveryInsurance PIC 9(8)V99.
       01 DeliveryLandedValue PIC 9(9)V99.

       01 DeliveryCount PIC 9(5) VALUE ZERO.
       01 GrandSupplierValue PIC 9(10)V99 VALUE ZERO.
       01 GrandCharges PIC 9(10)V99 VALUE ZERO.

       01 UpliftPct PIC 9(4)V9.

       01 ReportHeading PIC X(40)
           VALUE "Landed Cost By Delivery".
       01 DeliveryHeadLine.
           02 FILLER PIC X(15) VALUE "Delivery batch ".
           02 DH-BatchNumber PIC 9(6).
           02 FILLER PIC X(12) VALUE "  received ".
           02 DH-ReceiptDate PIC 9(8).
       01 LineColHeads.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(10) VALUE "Supplier".
           02 FILLER PIC X(8) VALUE "Gadget".
           02 FILLER PIC X(7) VALUE "Units".
           02 FILLER PIC X(11) VALUE "Supp cost".
           02 FILLER PIC X(12) VALUE "Freight".
           02 FILLER PIC X(12) VALUE "Duty".
           02 FILLER PIC X(12) VALUE "Insurance".
           02 FILLER PIC X(11) VALUE "Landed".
           02 FILLER PIC X(7) VALUE "Uplift".
       01 CostLine.
           02 FILLER PIC X(4) VALUE SPACES.
           02 LL-SupplierID PIC 9(5).
           02 FILLER PIC X(5) VALUE SPACES.
           02 LL-GadgedID PIC 9(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 LL-Units PIC ZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 LL-SupplierUnitCost PIC Z,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 LL-Freight PIC ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 LL-Duty PIC ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 LL-Insurance PIC ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 LL-LandedUnitCost PIC Z,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 LL-Uplift PIC ZZZ9.9.
           02 FILLER PIC X VALUE "%".
       01 DeliveryTotalLine.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(13) VALUE "Total lines ".
           02 DT-LineCount PIC ZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 DT-Units PIC Z,ZZZ,ZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 DT-Freight PIC ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 DT-Duty PIC ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 DT-Insurance PIC ZZZ,ZZ9.99.
       01 DeliveryValueLine.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(17) VALUE "Supplier value ".
           02 DV-SupplierValue PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(17) VALUE "  landed value ".
           02 DV-LandedValue PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(10) VALUE "  uplift ".
           02 DV-Uplift PIC ZZZ9.9.
           02 FILLER PIC X VALUE "%".
       01 NoDeliveriesLine PIC X(40)
           VALUE "  (no costed deliveries on file)".
       01 GrandTotalLine.
           02 FILLER PIC X(12) VALUE "Deliveries: ".
           02 GT-DeliveryCount PIC ZZZZ9.
           02 FILLER PIC X(18) VALUE "  supplier value ".
           02 GT-SupplierValue PIC Z,ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(11) VALUE "  charges ".
           02 GT-Charges PIC Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       Main.
           PERFORM GetBusinessDate

           OPEN OUTPUT LandedCostRpt
           MOVE "LandedCost.rpt" TO WS-FileStatusName
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

      * A missing LandedCost.dat just means nothing costed has been
      * received since the file was introduced.
           OPEN INPUT LandedCostFile
           IF WS-FileStatus = "35"
               CONTINUE
           ELSE
               MOVE "LandedCost.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus

               READ LandedCostFile
                   AT END SET EndOfLandedCost TO TRUE
               END-READ
               PERFORM CheckFileStatus

               PERFORM UNTIL EndOfLandedCost
                   IF NOT GroupOpen
                       PERFORM OpenDeliveryGroup
                   ELSE
                       IF LN-BatchNumber NOT = CurrentBatchNumber
                           PERFORM CloseDeliveryGroup
                           PERFORM OpenDeliveryGroup
                       END-IF
                   END-IF

                   PERFORM WriteCostLine

                   READ LandedCostFile
                       AT END SET EndOfLandedCost TO TRUE
                   END-READ
                   MOVE "LandedCost.dat" TO WS-FileStatusName
                   PERFORM CheckFileStatus
               END-PERFORM

               IF GroupOpen
                   PERFORM CloseDeliveryGroup
               END-IF

               CLOSE LandedCostFile
           END-IF

           MOVE "LandedCost.rpt" TO WS-FileStatusName
           IF DeliveryCount = 0
               WRITE PrintLine FROM NoDeliveriesLine
                   AFTER ADVANCING 2 LINES
               PERFORM CheckFileStatus
           END-IF

           MOVE DeliveryCount TO GT-DeliveryCount
           MOVE GrandSupplierValue TO GT-SupplierValue
           MOVE GrandCharges TO GT-Charges
           WRITE PrintLine FROM GrandTotalLine AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus

           CLOSE LandedCostRpt

           DISPLAY "Deliveries reported: " DeliveryCount
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

      * GoodsReceived writes a batch's lines together, so a change
      * of batch number on the file is a change of delivery.
       OpenDeliveryGroup.
           SET GroupOpen TO TRUE
           ADD 1 TO DeliveryCount
           MOVE LN-BatchNumber TO CurrentBatchNumber
           MOVE ZEROS TO DeliveryLineCount, DeliveryUnits,
               DeliverySupplierValue, DeliveryFreight, DeliveryDuty,
               DeliveryInsurance, DeliveryLandedValue

           MOVE LN-BatchNumber TO DH-BatchNumber
           MOVE LN-ReceiptDate TO DH-ReceiptDate
           MOVE "LandedCost.rpt" TO WS-FileStatusName
           WRITE PrintLine FROM DeliveryHeadLine
               AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus
           WRITE PrintLine FROM LineColHeads AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus.

      * One receipt line: the uplift is how far the landed unit cost
      * sits above what the supplier charged.
       WriteCostLine.
           ADD 1 TO DeliveryLineCount
           ADD LN-Units TO DeliveryUnits
           COMPUTE DeliverySupplierValue = DeliverySupplierValue
               + LN-Units * LN-SupplierUnitCost
           ADD LN-FreightShare TO DeliveryFreight
           ADD LN-DutyShare TO DeliveryDuty
           ADD LN-InsuranceShare TO DeliveryInsurance
           COMPUTE DeliveryLandedValue = DeliveryLandedValue
               + LN-Units * LN-LandedUnitCost

           MOVE ZEROS TO UpliftPct
           IF LN-SupplierUnitCost > 0
               COMPUTE UpliftPct ROUNDED =
                   (LN-LandedUnitCost - LN-SupplierUnitCost) * 100
                   / LN-SupplierUnitCost
                   ON SIZE ERROR
                       MOVE 9999.9 TO UpliftPct
               END-COMPUTE
           END-IF

           MOVE LN-SupplierID TO LL-SupplierID
           MOVE LN-GadgedID TO LL-GadgedID
           MOVE LN-Units TO LL-Units
           MOVE LN-SupplierUnitCost TO LL-SupplierUnitCost
           MOVE LN-FreightShare TO LL-Freight
           MOVE LN-DutyShare TO LL-Duty
           MOVE LN-InsuranceShare TO LL-Insurance
           MOVE LN-LandedUnitCost TO LL-LandedUnitCost
           MOVE UpliftPct TO LL-Uplift
           MOVE "LandedCost.rpt" TO WS-FileStatusName
           WRITE PrintLine FROM CostLine AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus.

       CloseDeliveryGroup.
           ADD DeliverySupplierValue TO GrandSupplierValue
           ADD DeliveryFreight DeliveryDuty DeliveryInsurance
               TO GrandCharges

           MOVE DeliveryLineCount TO DT-LineCount
           MOVE DeliveryUnits TO DT-Units
           MOVE DeliveryFreight TO DT-Freight
           MOVE DeliveryDuty TO DT-Duty
           MOVE DeliveryInsurance TO DT-Insurance
           MOVE "LandedCost.rpt" TO WS-FileStatusName
           WRITE PrintLine FROM DeliveryTotalLine
               AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus

           MOVE ZEROS TO UpliftPct
           IF DeliverySupplierValue > 0
              AND DeliveryLandedValue > DeliverySupplierValue
               COMPUTE UpliftPct ROUNDED =
                   (DeliveryLandedValue - DeliverySupplierValue)
                   * 100 / DeliverySupplierValue
                   ON SIZE ERROR
                       MOVE 9999.9 TO UpliftPct
               END-COMPUTE
           END-IF
           MOVE DeliverySupplierValue TO DV-SupplierValue
           MOVE DeliveryLandedValue TO DV-LandedValue
           MOVE UpliftPct TO DV-Uplift
           WRITE PrintLine FROM DeliveryValueLine
               AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus.


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
