       IDENTIFICATION DIVISION.
       PROGRAM-ID. UnshippedOrdersReport.
       AUTHOR. io.github.scrvrdn.
      * Ages the web orders still waiting on WebOrderBook.dat: any
      * order booked by WebOrderImport whose dispatch has not been
      * confirmed within the WEB-DISPATCH-DAYS knob (SiteParams.dat,
      * default 2 days) of the day the customer placed it is listed
      * with how long it has waited, what it is worth, and how much
      * of it stock could cover when it was allocated -- so an order
      * stuck for want of stock is told from one nobody has packed.
      * Orders are totalled into age bands at the foot.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OPTIONAL: a site that has taken no web orders has none
      * waiting.
           SELECT OPTIONAL WebOrderBookFile
               ASSIGN TO "WebOrderBook.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WO-Key
               FILE STATUS IS WS-FileStatus.

      * The site's standing operational knobs, for the dispatch
      * allowance. OPTIONAL: a missing file leaves the compiled
      * default standing.
           SELECT OPTIONAL SiteParamFile ASSIGN TO "SiteParams.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

           SELECT UnshippedRpt ASSIGN TO "UnshippedOrders.rpt"
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

       FD WebOrderBookFile.
           COPY WEBORDER.

       FD SiteParamFile.
           COPY SITEPARM.

       FD UnshippedRpt.
       01 PrintLine PIC X(100).

       WORKING-STORAGE SECTION.
       01 BusinessToday PIC 9(8) VALUE ZEROS.
       COPY FILESTAT.
       COPY RPTHEAD.

      * Days a web order may wait for dispatch before it is late.
      * Overridable via SiteParams.
       01 WebDispatchDays PIC 9(3) VALUE 2.

       01 TodayInteger PIC 9(7).
       01 DaysWaiting PIC 9(5).
       01 BookScanDoneFlag PIC X VALUE "N".
           88 BookScanDone VALUE "Y".

      * The order in hand, totalled over its lines as they follow
      * its header on the book.
       01 OrderInHandFlag PIC X VALUE "N".
           88 OrderInHand VALUE "Y".
       01 HeldOrderNumber PIC 9(8).
       01 HeldOrderDate PIC 9(8).
       01 HeldDeliverName PIC X(30).
       01 HeldUnitsOrdered PIC 9(6).
       01 HeldUnitsAllocated PIC 9(6).
       01 HeldOrderValue PIC 9(8)V99.

       01 OrdersWaiting PIC 9(6) VALUE ZERO.
       01 OrdersLate PIC 9(6) VALUE ZERO.
       01 LateValue PIC 9(10)V99 VALUE ZERO.
      * Late orders by how long they have waited: up to a week, up
      * to a fortnight, and longer.
       01 BandWeekCount PIC 9(6) VALUE ZERO.
       01 BandFortnightCount PIC 9(6) VALUE ZERO.
       01 BandOlderCount PIC 9(6) VALUE ZERO.

       01 ReportHeading PIC X(40)
           VALUE "Web Orders Not Dispatched".
       01 AllowanceLine.
           02 FILLER PIC X(34)
               VALUE "Late after waiting more than".
           02 AL-Days PIC ZZ9.
           02 FILLER PIC X(5) VALUE " days".
       01 LateColHeads.
           02 FILLER PIC X(10) VALUE "Order".
           02 FILLER PIC X(10) VALUE "Placed".
           02 FILLER PIC X(8) VALUE " Days".
           02 FILLER PIC X(31) VALUE "Deliver to".
           02 FILLER PIC X(9) VALUE "  Ordered".
           02 FILLER PIC X(7) VALUE "  Alloc".
           02 FILLER PIC X(14) VALUE "         Value".
       01 LateLine.
           02 LL-OrderNumber PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 LL-OrderDate PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 LL-Days PIC ZZZZ9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 LL-DeliverName PIC X(31).
           02 FILLER PIC X(3) VALUE SPACES.
           02 LL-Ordered PIC ZZZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 LL-Allocated PIC ZZZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 LL-Value PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 LL-StockFlag PIC X(5).
       01 BandLine.
           02 BL-Title PIC X(30).
           02 BL-Count PIC ZZZ,ZZ9.
       01 LateValueLine.
           02 FILLER PIC X(30) VALUE "Value of late orders".
           02 LV-Value PIC Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       Main.
           PERFORM GetBusinessDate
           PERFORM LoadSiteParams
           COMPUTE TodayInteger =
               FUNCTION INTEGER-OF-DATE(BusinessToday)

           OPEN OUTPUT UnshippedRpt
           MOVE "UnshippedOrders.rpt" TO WS-FileStatusName
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
           MOVE WebDispatchDays TO AL-Days
           WRITE PrintLine FROM AllowanceLine AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus
           WRITE PrintLine FROM LateColHeads AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus

           OPEN INPUT WebOrderBookFile
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "05"
               MOVE "WebOrderBook.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF

           READ WebOrderBookFile NEXT RECORD
               AT END SET BookScanDone TO TRUE
           END-READ

           PERFORM UNTIL BookScanDone
               EVALUATE TRUE
                   WHEN WO-OrderHeader
                       PERFORM FinishHeldOrder
                       IF WO-AwaitingDispatch
                           PERFORM HoldOrder
                       END-IF
                   WHEN OrderInHand AND WO-LineAwaiting
                       ADD WO-QtyOrdered TO HeldUnitsOrdered
                       ADD WO-QtyAllocated TO HeldUnitsAllocated
                       COMPUTE HeldOrderValue = HeldOrderValue
                           + WO-QtyOrdered * WO-UnitPrice
               END-EVALUATE

               READ WebOrderBookFile NEXT RECORD
                   AT END SET BookScanDone TO TRUE
               END-READ
           END-PERFORM
           PERFORM FinishHeldOrder

           CLOSE WebOrderBookFile

           MOVE "Late up to a week" TO BL-Title
           MOVE BandWeekCount TO BL-Count
           WRITE PrintLine FROM BandLine AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus
           MOVE "Late up to a fortnight" TO BL-Title
           MOVE BandFortnightCount TO BL-Count
           WRITE PrintLine FROM BandLine AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus
           MOVE "Late over a fortnight" TO BL-Title
           MOVE BandOlderCount TO BL-Count
           WRITE PrintLine FROM BandLine AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus
           MOVE "Orders late" TO BL-Title
           MOVE OrdersLate TO BL-Count
           WRITE PrintLine FROM BandLine AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus
           MOVE "Orders waiting in all" TO BL-Title
           MOVE OrdersWaiting TO BL-Count
           WRITE PrintLine FROM BandLine AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus
           MOVE LateValue TO LV-Value
           WRITE PrintLine FROM LateValueLine AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus

           CLOSE UnshippedRpt

           DISPLAY "Web orders waiting: " OrdersWaiting
           DISPLAY "Web orders late:    " OrdersLate
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

      * Reads the site parameter file, taking the knob this program
      * owns and leaving the compiled default for anything the file
      * doesn't carry. Status "05" is the missing OPTIONAL file.
       LoadSiteParams.
           OPEN INPUT SiteParamFile
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "05"
               MOVE "SiteParams.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF

           READ SiteParamFile
               AT END SET EndOfSiteParams TO TRUE
           END-READ

           PERFORM UNTIL EndOfSiteParams
               IF SP-ParamName = "WEB-DISPATCH-DAYS"
                  AND FUNCTION TEST-NUMVAL(SP-ParamValue) = 0
                   COMPUTE WebDispatchDays =
                       FUNCTION NUMVAL(SP-ParamValue)
               END-IF

               READ SiteParamFile
                   AT END SET EndOfSiteParams TO TRUE
               END-READ
           END-PERFORM

           CLOSE SiteParamFile.

       HoldOrder.
           SET OrderInHand TO TRUE
           ADD 1 TO OrdersWaiting
           MOVE WO-OrderNumber TO HeldOrderNumber
           MOVE WO-OrderDate TO HeldOrderDate
           MOVE WO-DeliverName TO HeldDeliverName
           MOVE ZEROS TO HeldUnitsOrdered
           MOVE ZEROS TO HeldUnitsAllocated
           MOVE ZEROS TO HeldOrderValue.

      * The order just totalled is listed if it has waited past the
      * allowance. SHORT marks one stock could not fully cover.
       FinishHeldOrder.
           IF OrderInHand
               COMPUTE DaysWaiting = TodayInteger
                   - FUNCTION INTEGER-OF-DATE(HeldOrderDate)
               IF DaysWaiting > WebDispatchDays
                   PERFORM WriteLateOrder
               END-IF
               MOVE "N" TO OrderInHandFlag
           END-IF.

       WriteLateOrder.
           ADD 1 TO OrdersLate
           ADD HeldOrderValue TO LateValue
           EVALUATE TRUE
               WHEN DaysWaiting NOT > 7
                   ADD 1 TO BandWeekCount
               WHEN DaysWaiting NOT > 14
                   ADD 1 TO BandFortnightCount
               WHEN OTHER
                   ADD 1 TO BandOlderCount
           END-EVALUATE

           MOVE HeldOrderNumber TO LL-OrderNumber
           MOVE HeldOrderDate TO LL-OrderDate
           MOVE DaysWaiting TO LL-Days
           MOVE HeldDeliverName TO LL-DeliverName
           MOVE HeldUnitsOrdered TO LL-Ordered
           MOVE HeldUnitsAllocated TO LL-Allocated
           MOVE HeldOrderValue TO LL-Value
           IF HeldUnitsAllocated < HeldUnitsOrdered
               MOVE "SHORT" TO LL-StockFlag
           ELSE
               MOVE SPACES TO LL-StockFlag
           END-IF
           WRITE PrintLine FROM LateLine AFTER ADVANCING 1 LINE
           MOVE "UnshippedOrders.rpt" TO WS-FileStatusName
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
