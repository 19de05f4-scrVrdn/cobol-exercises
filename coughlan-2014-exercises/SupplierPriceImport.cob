       IDENTIFICATION DIVISION.
       PROGRAM-ID. SupplierPriceImport.
       AUTHOR. io.github.scrvrdn.
      * Loads a supplier's new price list in one run instead of
      * rekeying each quoted cost through GadgetSupplierMaintenance.
      * Each line of the price file is a gadget the supplier quotes
      * and its new per-unit cost: the quoted cost on
      * GadgetSupplierXref.dat is updated, and a line naming a
      * gadget not on GadgetStock.dat, a supplier not on
      * SupplierMaster.dat, or a pair not yet on the cross-reference
      * (it needs a lead time -- add it through
      * GadgetSupplierMaintenance) is rejected. Every cost increase
      * is listed against our selling price, with the margin before
      * and after. Where the new cost from the gadget's usual or
      * preferred supplier would take the margin below the floor in
      * SiteParams.dat, a price rise back to the floor is held on
      * PendingPriceChanges.dat for PriceApproval -- nothing on the
      * shelf moves from here.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PriceListFile ASSIGN TO "SupplierPriceList.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

           SELECT XrefFile ASSIGN TO "GadgetSupplierXref.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GX-Key
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

      * Read through once for changes already waiting, then reopened
      * to append this run's proposals. OPTIONAL: nothing may ever
      * have been held for approval yet.
           SELECT OPTIONAL PendingPriceFile
               ASSIGN TO "PendingPriceChanges.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

           SELECT CostImpactRpt ASSIGN TO "CostImpact.rpt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

      * The site's standing operational knobs, for the margin floor.
      * OPTIONAL: a missing file leaves the compiled default
      * standing.
           SELECT OPTIONAL SiteParamFile ASSIGN TO "SiteParams.dat"
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

      * One line per gadget on the supplier's list: who is quoting,
      * for which gadget, and the new per-unit cost.
       FD PriceListFile.
       01 PriceListRec.
           88 EndOfPriceList VALUE HIGH-VALUES.
           02 PL-SupplierID PIC 9(5).
           02 PL-GadgedID PIC 9(6).
           02 PL-QuotedCost PIC 9(4)V99.

       FD XrefFile.
           COPY GSXREF.

       FD StockFile.
           COPY STOCKREC.

       FD SupplierFile.
           COPY SUPPREC.

       FD PendingPriceFile.
           COPY PENDPRC.

       FD CostImpactRpt.
       01 PrintLine PIC X(110).

       FD SiteParamFile.
           COPY SITEPARM.

       WORKING-STORAGE SECTION.
       01 BusinessToday PIC 9(8) VALUE ZEROS.
       COPY FILESTAT.
       COPY RPTHEAD.

      * The lowest margin (as a percentage of the selling price) a
      * cost increase may leave before a price rise is proposed.
      * Overridable via SiteParams.
       01 MarginFloorPct PIC 9(2)V9 VALUE 25.0.

      * Gadgets with a price change already waiting in
      * PriceApproval: a second proposal would only be in its way.
       01 MaxPendingGadgets PIC 9(4) VALUE 2000.
       01 PendingGadgetTable.
           02 NumPendingGadgets PIC 9(4) VALUE ZERO.
           02 PendingGadgetEntry OCCURS 0 TO 2000 TIMES
                    DEPENDING ON NumPendingGadgets
                    INDEXED BY Pend-Idx.
              03 PendingGadgedID PIC 9(6).
       01 PendingTableFullFlag PIC X VALUE "N".
           88 PendingTableFull VALUE "Y".
       01 HasPendingFlag PIC X.
           88 HasPending VALUE "Y".

       01 LineValidFlag PIC X VALUE "N".
           88 LineValid VALUE "Y".
       01 RejectReason PIC X(40).

       01 OldCost PIC 9(4)V99.
       01 CostChangePct PIC 9(3)V9.
       01 MarginNowPct PIC S9(3)V9.
       01 MarginNewPct PIC S9(3)V9.
       01 SuggestedPrice PIC 9(4)V99.

       01 LinesRead PIC 9(5) VALUE ZERO.
       01 UpdatedCount PIC 9(5) VALUE ZERO.
       01 UnchangedCount PIC 9(5) VALUE ZERO.
       01 IncreaseCount PIC 9(5) VALUE ZERO.
       01 DecreaseCount PIC 9(5) VALUE ZERO.
       01 RejectedCount PIC 9(5) VALUE ZERO.
       01 ProposalsMade PIC 9(5) VALUE ZERO.
       01 BelowFloorCount PIC 9(5) VALUE ZERO.

       01 ReportHeading PIC X(40)
           VALUE "Supplier Cost Change Impact".
       01 FloorLine.
           02 FILLER PIC X(23) VALUE "Margin floor in force: ".
           02 FL-FloorPct PIC Z9.9.
           02 FILLER PIC X VALUE "%".
       01 IncreaseColHeads.
           02 FILLER PIC X(8) VALUE "Gadget".
           02 FILLER PIC X(22) VALUE "GadgetName".
           02 FILLER PIC X(7) VALUE "Supp".
           02 FILLER PIC X(10) VALUE "Old cost".
           02 FILLER PIC X(10) VALUE "New cost".
           02 FILLER PIC X(8) VALUE "Rise".
           02 FILLER PIC X(10) VALUE "Price".
           02 FILLER PIC X(9) VALUE "Mgn now".
           02 FILLER PIC X(9) VALUE "Mgn new".
           02 FILLER PIC X(16) VALUE "Action".
       01 IncreaseLine.
           02 IL-GadgedID PIC 9(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 IL-GadgetName PIC X(20).
           02 FILLER PIC X(2) VALUE SPACES.
           02 IL-SupplierID PIC 9(5).
           02 FILLER PIC X(2) VALUE SPACES.
           02 IL-OldCost PIC Z,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 IL-NewCost PIC Z,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 IL-RisePct PIC ZZ9.9.
           02 FILLER PIC X VALUE "%".
           02 FILLER PIC X(2) VALUE SPACES.
           02 IL-Price PIC Z,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 IL-MarginNow PIC -ZZ9.9.
           02 FILLER PIC X VALUE "%".
           02 FILLER PIC X(2) VALUE SPACES.
           02 IL-MarginNew PIC -ZZ9.9.
           02 FILLER PIC X VALUE "%".
           02 FILLER PIC X(2) VALUE SPACES.
           02 IL-Action PIC X(9).
           02 IL-Suggested PIC Z,ZZ9.99 BLANK WHEN ZERO.
       01 RejectLine.
           02 FILLER PIC X(10) VALUE "REJECTED  ".
           02 RL-GadgedID PIC 9(6).
           02 FILLER PIC X(3) VALUE " / ".
           02 RL-SupplierID PIC 9(5).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RL-Reason PIC X(40).
       01 NoIncreasesLine PIC X(40)
           VALUE "  (no cost increases on this list)".
       01 ImportSummary.
           02 FILLER PIC X(13) VALUE "Lines read: ".
           02 IS-Read PIC ZZZZ9.
           02 FILLER PIC X(12) VALUE "  updated: ".
           02 IS-Updated PIC ZZZZ9.
           02 FILLER PIC X(14) VALUE "  unchanged: ".
           02 IS-Unchanged PIC ZZZZ9.
           02 FILLER PIC X(13) VALUE "  rejected: ".
           02 IS-Rejected PIC ZZZZ9.
       01 ChangeSummary.
           02 FILLER PIC X(13) VALUE "Increases: ".
           02 CS-Increases PIC ZZZZ9.
           02 FILLER PIC X(14) VALUE "  decreases: ".
           02 CS-Decreases PIC ZZZZ9.
           02 FILLER PIC X(16) VALUE "  below floor: ".
           02 CS-BelowFloor PIC ZZZZ9.
           02 FILLER PIC X(20) VALUE "  rises proposed: ".
           02 CS-Proposed PIC ZZZZ9.

       PROCEDURE DIVISION.
       Main.
           PERFORM GetBusinessDate
           PERFORM LoadSiteParams
           PERFORM LoadPendingGadgets

           OPEN INPUT PriceListFile
           IF WS-FileStatus = "35"
               DISPLAY "No SupplierPriceList.dat on file - nothing "
                   "to import"
               STOP RUN
           END-IF
           MOVE "SupplierPriceList.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN I-O XrefFile
           MOVE "GadgetSupplierXref.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN INPUT StockFile
           MOVE "GadgetStock.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN INPUT SupplierFile
           MOVE "SupplierMaster.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

      * Status "05" is the successful open-and-create of the missing
      * OPTIONAL file on the very first proposal.
           OPEN EXTEND PendingPriceFile
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "05"
               MOVE "PendingPriceChanges.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF

           OPEN OUTPUT CostImpactRpt
           MOVE "CostImpact.rpt" TO WS-FileStatusName
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
           MOVE MarginFloorPct TO FL-FloorPct
           WRITE PrintLine FROM FloorLine AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus
           WRITE PrintLine FROM IncreaseColHeads
               AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus

           READ PriceListFile
               AT END SET EndOfPriceList TO TRUE
           END-READ
           MOVE "SupplierPriceList.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           PERFORM UNTIL EndOfPriceList
               PERFORM ApplyPriceLine

               READ PriceListFile
                   AT END SET EndOfPriceList TO TRUE
               END-READ
               MOVE "SupplierPriceList.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-PERFORM

           MOVE "CostImpact.rpt" TO WS-FileStatusName
           IF IncreaseCount = 0
               WRITE PrintLine FROM NoIncreasesLine
                   AFTER ADVANCING 1 LINE
               PERFORM CheckFileStatus
           END-IF

           MOVE LinesRead TO IS-Read
           MOVE UpdatedCount TO IS-Updated
           MOVE UnchangedCount TO IS-Unchanged
           MOVE RejectedCount TO IS-Rejected
           WRITE PrintLine FROM ImportSummary AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus
           MOVE IncreaseCount TO CS-Increases
           MOVE DecreaseCount TO CS-Decreases
           MOVE BelowFloorCount TO CS-BelowFloor
           MOVE ProposalsMade TO CS-Proposed
           WRITE PrintLine FROM ChangeSummary AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus

           CLOSE PriceListFile
           CLOSE XrefFile
           CLOSE StockFile
           CLOSE SupplierFile
           CLOSE PendingPriceFile
           CLOSE CostImpactRpt

           DISPLAY "Price list lines read: " LinesRead
           DISPLAY "Quoted costs updated:  " UpdatedCount
           DISPLAY "Rejected:              " RejectedCount
           DISPLAY "Cost increases:        " IncreaseCount
           DISPLAY "Price rises proposed:  " ProposalsMade
           IF ProposalsMade > 0
               DISPLAY "Release or reject them in PriceApproval"
           END-IF
           STOP RUN.

      * Checks WS-FileStatus after an OPEN/READ/WRITE/REWRITE against
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
               IF SP-ParamName = "MARGIN-FLOOR-PCT"
                  AND FUNCTION TEST-NUMVAL(SP-ParamValue) = 0
                   COMPUTE MarginFloorPct =
                       FUNCTION NUMVAL(SP-ParamValue)
               END-IF

               READ SiteParamFile
                   AT END SET EndOfSiteParams TO TRUE
               END-READ
           END-PERFORM

           CLOSE SiteParamFile.

      * Which gadgets already have a change waiting for approval.
      * Status "05" is the missing OPTIONAL file.
       LoadPendingGadgets.
           OPEN INPUT PendingPriceFile
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "05"
               MOVE "PendingPriceChanges.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF

           READ PendingPriceFile
               AT END SET EndOfPendingPrices TO TRUE
           END-READ

           PERFORM UNTIL EndOfPendingPrices
               IF PP-Pending
                   IF NumPendingGadgets < MaxPendingGadgets
                       ADD 1 TO NumPendingGadgets
                       MOVE PP-GadgedID
                           TO PendingGadgedID(NumPendingGadgets)
                   ELSE
                       IF NOT PendingTableFull
                           DISPLAY "Warning: pending-change table "
                               "full at " MaxPendingGadgets
                               " - later gadgets may be proposed "
                               "twice"
                           SET PendingTableFull TO TRUE
                       END-IF
                   END-IF
               END-IF

               READ PendingPriceFile
                   AT END SET EndOfPendingPrices TO TRUE
               END-READ
           END-PERFORM

           CLOSE PendingPriceFile.

      * One price-list line: validated, then the quoted cost moved
      * to the new figure, and an increase weighed against the
      * selling price.
       ApplyPriceLine.
           ADD 1 TO LinesRead
           PERFORM ValidatePriceLine
           IF LineValid
               MOVE GX-QuotedCost TO OldCost
               EVALUATE TRUE
                   WHEN PL-QuotedCost = OldCost
                       ADD 1 TO UnchangedCount
                   WHEN OTHER
                       MOVE PL-QuotedCost TO GX-QuotedCost
                       REWRITE GadgetSupplierXrefRec
                       MOVE "GadgetSupplierXref.dat"
                           TO WS-FileStatusName
                       PERFORM CheckFileStatus
                       ADD 1 TO UpdatedCount
                       IF PL-QuotedCost > OldCost
                           ADD 1 TO IncreaseCount
                           PERFORM WeighIncrease
                       ELSE
                           ADD 1 TO DecreaseCount
                       END-IF
               END-EVALUATE
           ELSE
               ADD 1 TO RejectedCount
               DISPLAY "Rejected: GadgedID " PL-GadgedID
                   " / SupplierID " PL-SupplierID " - " RejectReason
               MOVE PL-GadgedID TO RL-GadgedID
               MOVE PL-SupplierID TO RL-SupplierID
               MOVE RejectReason TO RL-Reason
               MOVE "CostImpact.rpt" TO WS-FileStatusName
               WRITE PrintLine FROM RejectLine AFTER ADVANCING 1 LINE
               PERFORM CheckFileStatus
           END-IF.

      * The gadget must be on the stock file, the supplier on the
      * supplier master, the cost a real figure, and the pair
      * already on the cross-reference -- which leaves the entry
      * read and ready to rewrite.
       ValidatePriceLine.
           MOVE "Y" TO LineValidFlag

           IF PL-GadgedID NOT NUMERIC OR PL-SupplierID NOT NUMERIC
              OR PL-QuotedCost NOT NUMERIC
               MOVE "N" TO LineValidFlag
               MOVE "line not readable" TO RejectReason
           ELSE
               IF PL-QuotedCost = 0
                   MOVE "N" TO LineValidFlag
                   MOVE "zero cost quoted" TO RejectReason
               END-IF
           END-IF

           IF LineValid
               MOVE PL-GadgedID TO GadgedID
               READ StockFile
                   INVALID KEY
                       MOVE "N" TO LineValidFlag
                       MOVE "gadget not on GadgetStock.dat"
                           TO RejectReason
                   NOT INVALID KEY
                       CONTINUE
               END-READ
               IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
                  MOVE "GadgetStock.dat" TO WS-FileStatusName
                  PERFORM CheckFileStatus
               END-IF
           END-IF

           IF LineValid
               MOVE PL-SupplierID TO SupplierID OF SupplierRecord
               READ SupplierFile
                   INVALID KEY
                       MOVE "N" TO LineValidFlag
                       MOVE "supplier not on SupplierMaster.dat"
                           TO RejectReason
                   NOT INVALID KEY
                       CONTINUE
               END-READ
               IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
                  MOVE "SupplierMaster.dat" TO WS-FileStatusName
                  PERFORM CheckFileStatus
               END-IF
           END-IF

           IF LineValid
               MOVE PL-GadgedID TO GX-GadgedID
               MOVE PL-SupplierID TO GX-SupplierID
               READ XrefFile
                   INVALID KEY
                       MOVE "N" TO LineValidFlag
                       MOVE "not on the cross-reference - add it"
                           TO RejectReason
                   NOT INVALID KEY
                       CONTINUE
               END-READ
               IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
                  MOVE "GadgetSupplierXref.dat" TO WS-FileStatusName
                  PERFORM CheckFileStatus
               END-IF
           END-IF.

      * The increase against the selling price: the margin at the
      * old cost and at the new. Below the floor, a rise to the
      * price that restores the floor is proposed -- but only for
      * the cost we actually buy at (the gadget's usual supplier or
      * its preferred one), only for a gadget still on sale, and
      * only when no other change is already waiting.
       WeighIncrease.
           COMPUTE CostChangePct ROUNDED =
               (PL-QuotedCost - OldCost) * 100 / OldCost
               ON SIZE ERROR MOVE 999.9 TO CostChangePct
           END-COMPUTE
           IF Price > 0
               COMPUTE MarginNowPct ROUNDED =
                   (Price - OldCost) * 100 / Price
                   ON SIZE ERROR MOVE -999.9 TO MarginNowPct
               END-COMPUTE
               COMPUTE MarginNewPct ROUNDED =
                   (Price - PL-QuotedCost) * 100 / Price
                   ON SIZE ERROR MOVE -999.9 TO MarginNewPct
               END-COMPUTE
           ELSE
               MOVE ZEROS TO MarginNowPct, MarginNewPct
           END-IF

           MOVE SPACES TO IL-Action
           MOVE ZEROS TO SuggestedPrice
           IF MarginNewPct < MarginFloorPct
               ADD 1 TO BelowFloorCount
               EVALUATE TRUE
                   WHEN StockDelisted
                       MOVE "delisted" TO IL-Action
                   WHEN SupplierID OF StockRecord NOT = PL-SupplierID
                        AND NOT GX-IsPreferred
                       MOVE "alt supp" TO IL-Action
                   WHEN OTHER
                       PERFORM CheckGadgetPending
                       IF HasPending
                           MOVE "awaiting" TO IL-Action
                       ELSE
                           PERFORM ProposePriceRise
                       END-IF
               END-EVALUATE
           END-IF

           MOVE GadgedID TO IL-GadgedID
           MOVE GadgetName TO IL-GadgetName
           MOVE PL-SupplierID TO IL-SupplierID
           MOVE OldCost TO IL-OldCost
           MOVE PL-QuotedCost TO IL-NewCost
           MOVE CostChangePct TO IL-RisePct
           MOVE Price TO IL-Price
           MOVE MarginNowPct TO IL-MarginNow
           MOVE MarginNewPct TO IL-MarginNew
           MOVE SuggestedPrice TO IL-Suggested
           MOVE "CostImpact.rpt" TO WS-FileStatusName
           WRITE PrintLine FROM IncreaseLine AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus.

       CheckGadgetPending.
           MOVE "N" TO HasPendingFlag
           IF NumPendingGadgets > 0
               SET Pend-Idx TO 1
               SEARCH PendingGadgetEntry
                   AT END CONTINUE
                   WHEN PendingGadgedID(Pend-Idx) = GadgedID
                       SET HasPending TO TRUE
               END-SEARCH
           END-IF.

      * The price at which the new cost leaves exactly the floor,
      * held at status Pending the same way a large price change
      * is held. A price that would not fit the field is left to
      * the buyer.
       ProposePriceRise.
           COMPUTE SuggestedPrice ROUNDED =
               PL-QuotedCost * 100 / (100 - MarginFloorPct)
               ON SIZE ERROR MOVE ZEROS TO SuggestedPrice
           END-COMPUTE

           IF SuggestedPrice > Price
               MOVE GadgedID TO PP-GadgedID
               MOVE Price TO PP-OldPrice
               MOVE SuggestedPrice TO PP-NewPrice
               MOVE BusinessToday TO PP-RequestDate
               SET PP-Pending TO TRUE
               SET PP-CostIncrease TO TRUE
               MOVE ZEROS TO PP-MarkdownStep
               MOVE Price TO PP-ListPrice
               MOVE ZEROS TO PP-DecisionDate
               WRITE PendingPriceRec
               MOVE "PendingPriceChanges.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
               ADD 1 TO ProposalsMade
               MOVE "propose" TO IL-Action

               IF NumPendingGadgets < MaxPendingGadgets
                   ADD 1 TO NumPendingGadgets
                   MOVE GadgedID TO PendingGadgedID(NumPendingGadgets)
               END-IF
           ELSE
               MOVE ZEROS TO SuggestedPrice
               MOVE "see buyer" TO IL-Action
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
