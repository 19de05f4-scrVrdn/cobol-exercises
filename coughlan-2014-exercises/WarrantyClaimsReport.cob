       IDENTIFICATION DIVISION.
       PROGRAM-ID. WarrantyClaimsReport.
       AUTHOR. io.github.scrvrdn.
      * Purchasing's chase list for warranty claims: every claim on
      * WarrantyClaims.dat still waiting for the supplier's
      * replacement or credit, sorted by supplier and oldest first,
      * with the days each has been open. A supplier subtotal gives
      * the count and the oldest claim, and any claim open longer
      * than the supplier's own quoted lead time is flagged -- if
      * they can ship in ten days they can replace in ten days.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WarrantyClaimFile ASSIGN TO "WarrantyClaims.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

           SELECT SupplierFile ASSIGN TO "SupplierMaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SupplierID OF SupplierRecord
               FILE STATUS IS WS-FileStatus.

           SELECT ClaimsRpt ASSIGN TO "WarrantyClaims.rpt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

           SELECT SortWorkFile ASSIGN TO "WarrantyClaimsSort.dat".


      * The business day this cycle stamps from, set by the batch
      * driver -- see BUSDATE.
           SELECT BusinessDateFile ASSIGN TO "BusinessDate.dat"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD BusinessDateFile.
           COPY BUSDATE.

       FD WarrantyClaimFile.
           COPY WARRCLM.

       FD SupplierFile.
           COPY SUPPREC.

       FD ClaimsRpt.
       01 PrintLine PIC X(90).

       SD SortWorkFile.
       01 SortWorkRec.
           02 SW-SupplierID PIC 9(5).
           02 SW-ClaimDate PIC 9(8).
           02 SW-SerialNumber PIC X(12).
           02 SW-GadgedID PIC 9(6).
           02 SW-Fault PIC X(30).

       WORKING-STORAGE SECTION.
       01 BusinessToday PIC 9(8) VALUE ZEROS.
       COPY FILESTAT.
       COPY RPTHEAD.

       01 SortDrainedFlag PIC X VALUE "N".
           88 SortDrained VALUE "Y".
       01 GroupOpenFlag PIC X VALUE "N".
           88 GroupOpen VALUE "Y".

       01 TodayInteger PIC 9(8).
       01 DaysOpen PIC S9(7).
       01 LeadTimeDays PIC 9(3).

       01 CurrentSupplierID PIC 9(5).
       01 SupplierClaimCount PIC 9(4).
       01 SupplierOldestDays PIC 9(5).

       01 OpenClaimCount PIC 9(5) VALUE ZERO.
       01 OverdueClaimCount PIC 9(5) VALUE ZERO.

       01 ReportHeading PIC X(40)
           VALUE "Warranty Claims Outstanding By Supplier".
       01 SupplierHeadLine.
           02 FILLER PIC X(9) VALUE "Supplier ".
           02 SH-SupplierID PIC 9(5).
           02 FILLER PIC X(2) VALUE SPACES.
           02 SH-SupplierName PIC X(30).
           02 FILLER PIC X(7) VALUE "  lead ".
           02 SH-LeadTime PIC ZZ9.
           02 FILLER PIC X(5) VALUE " days".
       01 ClaimColHeads.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(14) VALUE "Serial".
           02 FILLER PIC X(8) VALUE "Gadget".
           02 FILLER PIC X(10) VALUE "Claimed".
           02 FILLER PIC X(6) VALUE "Days".
           02 FILLER PIC X(32) VALUE "Fault".
           02 FILLER PIC X(7) VALUE "Flag".
       01 ClaimLine.
           02 FILLER PIC X(4) VALUE SPACES.
           02 CL-SerialNumber PIC X(12).
           02 FILLER PIC X(2) VALUE SPACES.
           02 CL-GadgedID PIC 9(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 CL-ClaimDate PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 CL-DaysOpen PIC ZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 CL-Fault PIC X(30).
           02 FILLER PIC X(2) VALUE SPACES.
           02 CL-Flag PIC X(7).
       01 SupplierTotalLine.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(15) VALUE "Claims open: ".
           02 ST-Count PIC ZZZ9.
           02 FILLER PIC X(19) VALUE "   oldest (days): ".
           02 ST-Oldest PIC ZZZZ9.
       01 NoClaimsLine PIC X(40)
           VALUE "  (no warranty claims outstanding)".
       01 ClaimsSummary.
           02 FILLER PIC X(20) VALUE "Claims outstanding: ".
           02 CS-Open PIC ZZZZ9.
           02 FILLER PIC X(20) VALUE "  past lead time: ".
           02 CS-Overdue PIC ZZZZ9.

       PROCEDURE DIVISION.
       Main.
           PERFORM GetBusinessDate
           COMPUTE TodayInteger =
               FUNCTION INTEGER-OF-DATE(BusinessToday)

           OPEN INPUT SupplierFile
           MOVE "SupplierMaster.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN OUTPUT ClaimsRpt
           MOVE "WarrantyClaims.rpt" TO WS-FileStatusName
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

           SORT SortWorkFile
               ON ASCENDING KEY SW-SupplierID SW-ClaimDate
               INPUT PROCEDURE IS ReleaseOpenClaims
               OUTPUT PROCEDURE IS BreakOnSuppliers

           MOVE "WarrantyClaims.rpt" TO WS-FileStatusName
           IF OpenClaimCount = 0
               WRITE PrintLine FROM NoClaimsLine
                   AFTER ADVANCING 2 LINES
               PERFORM CheckFileStatus
           END-IF

           MOVE OpenClaimCount TO CS-Open
           MOVE OverdueClaimCount TO CS-Overdue
           WRITE PrintLine FROM ClaimsSummary AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus

           CLOSE SupplierFile
           CLOSE ClaimsRpt

           DISPLAY "Warranty claims outstanding: " OpenClaimCount
               "  past lead time: " OverdueClaimCount
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

      * Releases every claim still open to the sort; a missing claims
      * file just means nothing has ever been claimed.
       ReleaseOpenClaims.
           OPEN INPUT WarrantyClaimFile
           IF WS-FileStatus = "35"
               CONTINUE
           ELSE
               MOVE "WarrantyClaims.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus

               READ WarrantyClaimFile
                   AT END SET EndOfWarrantyClaims TO TRUE
               END-READ
               PERFORM CheckFileStatus

               PERFORM UNTIL EndOfWarrantyClaims
                   IF WC-Open
                       MOVE WC-SupplierID TO SW-SupplierID
                       MOVE WC-ClaimDate TO SW-ClaimDate
                       MOVE WC-SerialNumber TO SW-SerialNumber
                       MOVE WC-GadgedID TO SW-GadgedID
                       MOVE WC-Fault TO SW-Fault
                       RELEASE SortWorkRec
                   END-IF

                   READ WarrantyClaimFile
                       AT END SET EndOfWarrantyClaims TO TRUE
                   END-READ
                   PERFORM CheckFileStatus
               END-PERFORM

               CLOSE WarrantyClaimFile
           END-IF.

      * Walks the sorted claims breaking on supplier: a heading with
      * the supplier's name and lead time, a line per claim, and the
      * supplier's count and oldest claim when it breaks.
       BreakOnSuppliers.
           RETURN SortWorkFile
               AT END SET SortDrained TO TRUE
           END-RETURN

           PERFORM UNTIL SortDrained
               IF NOT GroupOpen
                   PERFORM OpenSupplierGroup
               ELSE
                   IF SW-SupplierID NOT = CurrentSupplierID
                       PERFORM CloseSupplierGroup
                       PERFORM OpenSupplierGroup
                   END-IF
               END-IF

               PERFORM WriteClaimLine

               RETURN SortWorkFile
                   AT END SET SortDrained TO TRUE
               END-RETURN
           END-PERFORM

           IF GroupOpen
               PERFORM CloseSupplierGroup
           END-IF.

      * The supplier's name and quoted lead time off the master -- a
      * supplier no longer on file reads as zero lead time, so every
      * claim against it shows as overdue.
       OpenSupplierGroup.
           SET GroupOpen TO TRUE
           MOVE SW-SupplierID TO CurrentSupplierID
           MOVE ZEROS TO SupplierClaimCount
           MOVE ZEROS TO SupplierOldestDays

           MOVE ZEROS TO LeadTimeDays
           MOVE SW-SupplierID TO SupplierID OF SupplierRecord
           READ SupplierFile
               INVALID KEY
                   MOVE "(not on supplier master)" TO SupplierName
               NOT INVALID KEY
                   MOVE SupplierLeadTimeDays TO LeadTimeDays
           END-READ
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
              MOVE "SupplierMaster.dat" TO WS-FileStatusName
              PERFORM CheckFileStatus
           END-IF

           MOVE SW-SupplierID TO SH-SupplierID
           MOVE SupplierName TO SH-SupplierName
           MOVE LeadTimeDays TO SH-LeadTime
           MOVE "WarrantyClaims.rpt" TO WS-FileStatusName
           WRITE PrintLine FROM SupplierHeadLine
               AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus
           WRITE PrintLine FROM ClaimColHeads AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus.

       WriteClaimLine.
           COMPUTE DaysOpen = TodayInteger
               - FUNCTION INTEGER-OF-DATE(SW-ClaimDate)
           ADD 1 TO SupplierClaimCount
           ADD 1 TO OpenClaimCount
           IF DaysOpen > SupplierOldestDays
               MOVE DaysOpen TO SupplierOldestDays
           END-IF

           MOVE SW-SerialNumber TO CL-SerialNumber
           MOVE SW-GadgedID TO CL-GadgedID
           MOVE SW-ClaimDate TO CL-ClaimDate
           MOVE DaysOpen TO CL-DaysOpen
           MOVE SW-Fault TO CL-Fault
           MOVE SPACES TO CL-Flag
           IF DaysOpen > LeadTimeDays
               MOVE "OVERDUE" TO CL-Flag
               ADD 1 TO OverdueClaimCount
           END-IF
           MOVE "WarrantyClaims.rpt" TO WS-FileStatusName
           WRITE PrintLine FROM ClaimLine AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus.

       CloseSupplierGroup.
           MOVE SupplierClaimCount TO ST-Count
           MOVE SupplierOldestDays TO ST-Oldest
           MOVE "WarrantyClaims.rpt" TO WS-FileStatusName
           WRITE PrintLine FROM SupplierTotalLine
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
