       IDENTIFICATION DIVISION.
       PROGRAM-ID. MarkdownProposal.
       AUTHOR. io.github.scrvrdn.
      * Turns StockAgingReport's verdicts into action: every gadget
      * on AgedStock.dat whose whole holding has sat past a
      * clearance step's age gets a proposed markdown -- a stepped
      * percentage off its list price, deeper the longer it has sat
      * (by default 20% at 180 days, 40% at 270, 60% at a year).
      * Proposals are held on PendingPriceChanges.dat so they pass
      * through PriceApproval like any other large price change;
      * nothing on the shelf moves from here. A gadget with a
      * change already waiting, or already released at the step it
      * has reached, is left alone. The proposals made are listed
      * on MarkdownProposals.rpt for the buyer.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AgedStockFile ASSIGN TO "AgedStock.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

           SELECT StockFile ASSIGN TO "GadgetStock.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GadgedID
               FILE STATUS IS WS-FileStatus.

      * Read through once for changes already queued or released,
      * then reopened to append this run's proposals. OPTIONAL:
      * nothing may ever have been held for approval yet.
           SELECT OPTIONAL PendingPriceFile
               ASSIGN TO "PendingPriceChanges.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

           SELECT ProposalRpt ASSIGN TO "MarkdownProposals.rpt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

      * The site's standing operational knobs, for the clearance
      * steps. OPTIONAL: a missing file leaves the compiled defaults
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

       FD AgedStockFile.
           COPY AGEDSTK.

       FD StockFile.
           COPY STOCKREC.

       FD PendingPriceFile.
           COPY PENDPRC.

       FD ProposalRpt.
       01 PrintLine PIC X(90).

       FD SiteParamFile.
           COPY SITEPARM.

       WORKING-STORAGE SECTION.
       01 BusinessToday PIC 9(8) VALUE ZEROS.
       COPY FILESTAT.
       COPY RPTHEAD.

      * The clearance steps: a holding whose youngest unit is at
      * least StepDays old is proposed at StepPct off list. Each
      * overridable via SiteParams (MARKDOWN-n-DAYS / -PCT); a step
      * set to zero days is switched off.
       01 MarkdownStepValues.
           02 FILLER PIC 9(4) VALUE 0180.
           02 FILLER PIC 99 VALUE 20.
           02 FILLER PIC 9(4) VALUE 0270.
           02 FILLER PIC 99 VALUE 40.
           02 FILLER PIC 9(4) VALUE 0365.
           02 FILLER PIC 99 VALUE 60.
       01 MarkdownSteps REDEFINES MarkdownStepValues.
           02 MarkdownStep OCCURS 3 TIMES.
              03 StepDays PIC 9(4).
              03 StepPct PIC 99.
       01 StepIdx PIC 9.
       01 TargetStep PIC 9.

      * What the pending file already says about each gadget: a
      * change still waiting for approval, and the deepest markdown
      * step released with the list price it was taken off.
       01 MaxPriorChanges PIC 9(4) VALUE 2000.
       01 PriorChangeTable.
           02 NumPriorChanges PIC 9(4) VALUE ZERO.
           02 PriorEntry OCCURS 0 TO 2000 TIMES
                    DEPENDING ON NumPriorChanges
                    INDEXED BY Prior-Idx.
              03 PR-GadgedID PIC 9(6).
              03 PR-PendingFlag PIC X.
                  88 PR-HasPending VALUE "Y".
              03 PR-ReleasedStep PIC 9.
              03 PR-ListPrice PIC 9(4)V99.
       01 PriorTableFullFlag PIC X VALUE "N".
           88 PriorTableFull VALUE "Y".
       01 FoundPriorIdx PIC 9(4).

       01 ListPrice PIC 9(4)V99.
       01 ProposedPrice PIC 9(4)V99.
       01 AgedAsAt PIC 9(8) VALUE ZEROS.

       01 GadgetsConsidered PIC 9(5) VALUE ZERO.
       01 ProposalsMade PIC 9(5) VALUE ZERO.
       01 SkippedPending PIC 9(5) VALUE ZERO.
       01 SkippedAtStep PIC 9(5) VALUE ZERO.

       01 ReportHeading PIC X(40)
           VALUE "Clearance Markdown Proposals".
       01 AgedAsAtLine.
           02 FILLER PIC X(27) VALUE "Stock ages as worked out on".
           02 FILLER PIC X VALUE SPACE.
           02 AAL-AgedDate PIC 9(8).
       01 ProposalColHeads.
           02 FILLER PIC X(8) VALUE "Gadget".
           02 FILLER PIC X(22) VALUE "GadgetName".
           02 FILLER PIC X(7) VALUE "Stock".
           02 FILLER PIC X(7) VALUE "Age".
           02 FILLER PIC X(6) VALUE "Step".
           02 FILLER PIC X(11) VALUE "List".
           02 FILLER PIC X(11) VALUE "Current".
           02 FILLER PIC X(10) VALUE "Proposed".
       01 ProposalLine.
           02 PL-GadgedID PIC 9(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 PL-GadgetName PIC X(20).
           02 FILLER PIC X(2) VALUE SPACES.
           02 PL-Stock PIC ZZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 PL-AgeDays PIC ZZZZ9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 PL-Step PIC 9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 PL-StepPct PIC Z9.
           02 FILLER PIC X VALUE "%".
           02 FILLER PIC X(2) VALUE SPACES.
           02 PL-ListPrice PIC Z,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 PL-CurrentPrice PIC Z,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 PL-ProposedPrice PIC Z,ZZ9.99.
       01 NoProposalsLine PIC X(40)
           VALUE "  (no markdowns proposed this run)".
       01 ProposalSummary.
           02 FILLER PIC X(11) VALUE "Proposed: ".
           02 PS-Proposed PIC ZZZZ9.
           02 FILLER PIC X(25) VALUE "   already awaiting: ".
           02 PS-Pending PIC ZZZZ9.
           02 FILLER PIC X(25) VALUE "   already at step: ".
           02 PS-AtStep PIC ZZZZ9.

       PROCEDURE DIVISION.
       Main.
           PERFORM GetBusinessDate
           PERFORM LoadSiteParams
           PERFORM LoadPriorChanges

           OPEN INPUT AgedStockFile
           IF WS-FileStatus = "35"
               DISPLAY "No AgedStock.dat on file - run "
                   "StockAgingReport first"
               STOP RUN
           END-IF
           MOVE "AgedStock.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN INPUT StockFile
           MOVE "GadgetStock.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

      * Status "05" is the successful open-and-create of the missing
      * OPTIONAL file on the very first proposal.
           OPEN EXTEND PendingPriceFile
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "05"
               MOVE "PendingPriceChanges.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF

           OPEN OUTPUT ProposalRpt
           MOVE "MarkdownProposals.rpt" TO WS-FileStatusName
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

           READ AgedStockFile
               AT END SET EndOfAgedStock TO TRUE
           END-READ
           MOVE "AgedStock.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           IF NOT EndOfAgedStock
               MOVE SA-AgedDate TO AgedAsAt
           END-IF
           MOVE AgedAsAt TO AAL-AgedDate
           MOVE "MarkdownProposals.rpt" TO WS-FileStatusName
           WRITE PrintLine FROM AgedAsAtLine AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus
           WRITE PrintLine FROM ProposalColHeads
               AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus

           PERFORM UNTIL EndOfAgedStock
               PERFORM ConsiderOneGadget

               READ AgedStockFile
                   AT END SET EndOfAgedStock TO TRUE
               END-READ
               MOVE "AgedStock.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-PERFORM

           MOVE "MarkdownProposals.rpt" TO WS-FileStatusName
           IF ProposalsMade = 0
               WRITE PrintLine FROM NoProposalsLine
                   AFTER ADVANCING 1 LINE
               PERFORM CheckFileStatus
           END-IF

           MOVE ProposalsMade TO PS-Proposed
           MOVE SkippedPending TO PS-Pending
           MOVE SkippedAtStep TO PS-AtStep
           WRITE PrintLine FROM ProposalSummary
               AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus

           CLOSE AgedStockFile
           CLOSE StockFile
           CLOSE PendingPriceFile
           CLOSE ProposalRpt

           DISPLAY "Aged gadgets considered: " GadgetsConsidered
           DISPLAY "Markdowns proposed:      " ProposalsMade
           IF ProposalsMade > 0
               DISPLAY "Release or reject them in PriceApproval"
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

      * Reads the site parameter file, taking the knobs this program
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
               IF SP-ParamName(1:9) = "MARKDOWN-"
                  AND SP-ParamName(10:1) >= "1"
                  AND SP-ParamName(10:1) <= "3"
                  AND FUNCTION TEST-NUMVAL(SP-ParamValue) = 0
                   MOVE SP-ParamName(10:1) TO StepIdx
                   IF SP-ParamName(11:10) = "-DAYS"
                       COMPUTE StepDays(StepIdx) =
                           FUNCTION NUMVAL(SP-ParamValue)
                   END-IF
                   IF SP-ParamName(11:10) = "-PCT"
                       COMPUTE StepPct(StepIdx) =
                           FUNCTION NUMVAL(SP-ParamValue)
                   END-IF
               END-IF

               READ SiteParamFile
                   AT END SET EndOfSiteParams TO TRUE
               END-READ
           END-PERFORM

           CLOSE SiteParamFile.

      * Reads the pending file into memory: which gadgets have a
      * change still waiting, and how far each has already been
      * marked down. Status "05" is the missing OPTIONAL file.
       LoadPriorChanges.
           OPEN INPUT PendingPriceFile
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "05"
               MOVE "PendingPriceChanges.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF

           READ PendingPriceFile
               AT END SET EndOfPendingPrices TO TRUE
           END-READ

           PERFORM UNTIL EndOfPendingPrices
               IF PP-Pending OR (PP-Markdown AND PP-Released)
                   PERFORM NotePriorChange
               END-IF

               READ PendingPriceFile
                   AT END SET EndOfPendingPrices TO TRUE
               END-READ
           END-PERFORM

           CLOSE PendingPriceFile.

       NotePriorChange.
           MOVE ZEROS TO FoundPriorIdx
           SET Prior-Idx TO 1
           SEARCH PriorEntry
               AT END CONTINUE
               WHEN PR-GadgedID(Prior-Idx) = PP-GadgedID
                   SET FoundPriorIdx TO Prior-Idx
           END-SEARCH

           IF FoundPriorIdx = 0
               IF NumPriorChanges < MaxPriorChanges
                   ADD 1 TO NumPriorChanges
                   MOVE NumPriorChanges TO FoundPriorIdx
                   MOVE PP-GadgedID TO PR-GadgedID(FoundPriorIdx)
                   MOVE "N" TO PR-PendingFlag(FoundPriorIdx)
                   MOVE ZEROS TO PR-ReleasedStep(FoundPriorIdx)
                   MOVE ZEROS TO PR-ListPrice(FoundPriorIdx)
               ELSE
                   IF NOT PriorTableFull
                       DISPLAY "Warning: pending-change table full "
                           "at " MaxPriorChanges " gadgets - later "
                           "gadgets may be proposed twice"
                       SET PriorTableFull TO TRUE
                   END-IF
               END-IF
           END-IF

           IF FoundPriorIdx > 0
               IF PP-Pending
                   SET PR-HasPending(FoundPriorIdx) TO TRUE
               ELSE
                   IF PP-MarkdownStep > PR-ReleasedStep(FoundPriorIdx)
                       MOVE PP-MarkdownStep
                           TO PR-ReleasedStep(FoundPriorIdx)
                       MOVE PP-ListPrice
                           TO PR-ListPrice(FoundPriorIdx)
                   END-IF
               END-IF
           END-IF.

      * One aged gadget: the deepest step its age has reached, then
      * whether there is anything to propose at that step.
       ConsiderOneGadget.
           ADD 1 TO GadgetsConsidered
           MOVE ZEROS TO TargetStep
           PERFORM VARYING StepIdx FROM 1 BY 1 UNTIL StepIdx > 3
               IF StepDays(StepIdx) > 0
                  AND SA-YoungestAgeDays NOT < StepDays(StepIdx)
                   MOVE StepIdx TO TargetStep
               END-IF
           END-PERFORM

           IF TargetStep > 0
               PERFORM ProposeMarkdown
           END-IF.

      * The step's percentage comes off the list price -- the price
      * before any clearance, which is the current price unless an
      * earlier step has already been released. A proposal no lower
      * than what is on the shelf now is not worth a supervisor's
      * time and is not raised.
       ProposeMarkdown.
           MOVE ZEROS TO FoundPriorIdx
           SET Prior-Idx TO 1
           SEARCH PriorEntry
               AT END CONTINUE
               WHEN PR-GadgedID(Prior-Idx) = SA-GadgedID
                   SET FoundPriorIdx TO Prior-Idx
           END-SEARCH

           EVALUATE TRUE
               WHEN FoundPriorIdx > 0
                    AND PR-HasPending(FoundPriorIdx)
                   ADD 1 TO SkippedPending
               WHEN FoundPriorIdx > 0
                    AND PR-ReleasedStep(FoundPriorIdx)
                        NOT < TargetStep
                   ADD 1 TO SkippedAtStep
               WHEN OTHER
                   PERFORM PriceMarkdown
           END-EVALUATE.

       PriceMarkdown.
           MOVE SA-GadgedID TO GadgedID
           READ StockFile
               INVALID KEY
                   DISPLAY "Gadget " SA-GadgedID " no longer on "
                       "GadgetStock.dat - no markdown proposed"
               NOT INVALID KEY
                   IF NOT StockDelisted
                       IF FoundPriorIdx > 0
                          AND PR-ReleasedStep(FoundPriorIdx) > 0
                           MOVE PR-ListPrice(FoundPriorIdx)
                               TO ListPrice
                       ELSE
                           MOVE Price TO ListPrice
                       END-IF
                       COMPUTE ProposedPrice ROUNDED = ListPrice
                           * (100 - StepPct(TargetStep)) / 100
                       IF ProposedPrice < Price
                           PERFORM HoldMarkdown
                       END-IF
                   END-IF
           END-READ

           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
              MOVE "GadgetStock.dat" TO WS-FileStatusName
              PERFORM CheckFileStatus
           END-IF.

      * Holds the proposal at status Pending, the same way a large
      * price change is held, and lists it on the report.
       HoldMarkdown.
           MOVE GadgedID TO PP-GadgedID
           MOVE Price TO PP-OldPrice
           MOVE ProposedPrice TO PP-NewPrice
           MOVE BusinessToday TO PP-RequestDate
           SET PP-Pending TO TRUE
           SET PP-Markdown TO TRUE
           MOVE TargetStep TO PP-MarkdownStep
           MOVE ListPrice TO PP-ListPrice
           MOVE ZEROS TO PP-DecisionDate
           WRITE PendingPriceRec
           MOVE "PendingPriceChanges.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus
           ADD 1 TO ProposalsMade

           MOVE GadgedID TO PL-GadgedID
           MOVE GadgetName TO PL-GadgetName
           MOVE QtyInStock TO PL-Stock
           MOVE SA-YoungestAgeDays TO PL-AgeDays
           MOVE TargetStep TO PL-Step
           MOVE StepPct(TargetStep) TO PL-StepPct
           MOVE ListPrice TO PL-ListPrice
           MOVE Price TO PL-CurrentPrice
           MOVE ProposedPrice TO PL-ProposedPrice
           MOVE "MarkdownProposals.rpt" TO WS-FileStatusName
           WRITE PrintLine FROM ProposalLine AFTER ADVANCING 1 LINE
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
