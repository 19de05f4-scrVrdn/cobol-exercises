       IDENTIFICATION DIVISION.
       PROGRAM-ID. CardSettlementRecon.
       AUTHOR. io.github.scrvrdn.
      * Reconciles card takings against the card acquirer's daily
      * settlement file instead of waiting weeks for the bank
      * statement. Every card-tendered sale journaled since the last
      * run (through yesterday -- today's cards have not settled yet)
      * is matched to a settled transaction of the same date and
      * gross amount. What doesn't match is carried forward on
      * CardReconOpen.dat until it clears: a card sale still unpaid
      * after the settlement window, and a settlement with no sale
      * behind it, go on the report each day until they do.
      * Chargebacks, transactions paid short of gross less fee, and
      * each settlement day's fee deductions are reported as the
      * file is read.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OPTIONAL: a site with nothing journaled has no card sales.
           SELECT OPTIONAL SalesJournalFile
               ASSIGN TO "SalesJournal.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

      * As delivered by the acquirer, one record per transaction.
           SELECT CardSettlementFile ASSIGN TO "CardSettlement.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

      * OPTIONAL: the first run has nothing carried forward.
           SELECT OPTIONAL CardOpenItemFile
               ASSIGN TO "CardReconOpen.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

           SELECT CardReconRpt ASSIGN TO "CardRecon.rpt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

      * Runs StockBackout has undone: their card sales never
      * happened. OPTIONAL since a site may never have backed a run
      * out.
           SELECT OPTIONAL BackedOutRunFile
               ASSIGN TO "BackedOutRuns.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

      * Each run's high-water mark on its fixed tables, for the
      * nightly capacity watch -- see CAPLOG.
           SELECT CapacityLogFile ASSIGN TO "CapacityLog.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

      * The site's standing operational knobs, for the settlement
      * window. OPTIONAL: a missing file leaves the compiled default
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

       FD SalesJournalFile.
           COPY SALESJRN.

       FD CardSettlementFile.
           COPY CARDSETL.

       FD CardOpenItemFile.
           COPY CARDOPEN.

       FD CardReconRpt.
       01 PrintLine PIC X(100).

       FD BackedOutRunFile.
           COPY BAKOUTRG.

       FD CapacityLogFile.
           COPY CAPLOG.

       FD SiteParamFile.
           COPY SITEPARM.

       WORKING-STORAGE SECTION.
       01 BusinessToday PIC 9(8) VALUE ZEROS.
       COPY FILESTAT.
       COPY CAPLWS.
       COPY RPTHEAD.

      * A card sale the acquirer has not paid this many days after
      * it was taken is chased. Overridable via SiteParams.
       01 CardSettleDays PIC 9(3) VALUE 002.

       01 TodayInteger PIC 9(8).
       01 TransInteger PIC 9(8).
       01 AgeDays PIC S9(5).

      * The watermarks off the carried-forward file, and where this
      * run takes them to.
       01 LastSaleDate PIC 9(8) VALUE ZEROS.
       01 LastSettleDate PIC 9(8) VALUE ZEROS.
       01 ThroughSaleDate PIC 9(8).
       01 NewLastSettleDate PIC 9(8).

      * The item being queued for matching, sale or settlement.
       01 ItemDate PIC 9(8).
       01 ItemAmount PIC 9(8)V99.
       01 ItemReference PIC X(12).

      * Card sales still waiting on the acquirer: those carried in
      * and those journaled since the last run.
       01 MaxOpenSales PIC 9(4) VALUE 2000.
       01 OpenSaleTable.
           02 NumOpenSales PIC 9(4) VALUE ZERO.
           02 OpenSaleEntry OCCURS 0 TO 2000 TIMES
                    DEPENDING ON NumOpenSales
                    INDEXED BY Sale-Idx.
              03 OS-TransDate PIC 9(8).
              03 OS-Amount PIC 9(8)V99.
              03 OS-FirstSeen PIC 9(8).
              03 OS-CarriedFlag PIC X.
                  88 OS-Carried VALUE "Y".
              03 OS-MatchedFlag PIC X.
                  88 OS-Matched VALUE "Y".
       01 SaleTableFullFlag PIC X VALUE "N".
           88 SaleTableFull VALUE "Y".

      * The kit whose component rows are being summed into one open
      * sale, and that sale's entry -- zero when the rows since
      * were not a kit's or the table had no room for it.
       01 OpenKitGroupNo PIC 9(8) VALUE ZERO.
       01 OpenKitSaleIdx PIC 9(4) VALUE ZERO.

      * Settled transactions waiting on a sale: those carried in and
      * those read off today's settlement file.
       01 MaxOpenSettles PIC 9(4) VALUE 2000.
       01 OpenSettleTable.
           02 NumOpenSettles PIC 9(4) VALUE ZERO.
           02 OpenSettleEntry OCCURS 0 TO 2000 TIMES
                    DEPENDING ON NumOpenSettles
                    INDEXED BY Settle-Idx.
              03 OT-TransDate PIC 9(8).
              03 OT-Amount PIC 9(8)V99.
              03 OT-Reference PIC X(12).
              03 OT-FirstSeen PIC 9(8).
              03 OT-CarriedFlag PIC X.
                  88 OT-Carried VALUE "Y".
              03 OT-MatchedFlag PIC X.
                  88 OT-Matched VALUE "Y".
       01 SettleTableFullFlag PIC X VALUE "N".
           88 SettleTableFull VALUE "Y".

      * Each settlement day in today's file, with what the acquirer
      * kept in fees.
       01 SettleDayTable.
           02 NumSettleDays PIC 9(2) VALUE ZERO.
           02 SettleDayEntry OCCURS 0 TO 60 TIMES
                    DEPENDING ON NumSettleDays
                    INDEXED BY Day-Idx.
              03 SD-Date PIC 9(8).
              03 SD-Count PIC 9(5).
              03 SD-Gross PIC 9(9)V99.
              03 SD-Fees PIC 9(8)V99.
              03 SD-Net PIC 9(9)V99.
       01 FoundDayIdx PIC 9(2).

       01 NewSalesTaken PIC 9(6) VALUE ZERO.
       01 SettlementsRead PIC 9(6) VALUE ZERO.
       01 MatchedCount PIC 9(6) VALUE ZERO.
       01 ClearedCount PIC 9(5) VALUE ZERO.
       01 ChargebackCount PIC 9(5) VALUE ZERO.
       01 ShortPaidCount PIC 9(5) VALUE ZERO.
       01 UnreadableCount PIC 9(5) VALUE ZERO.
       01 NoSettleCount PIC 9(5) VALUE ZERO.
       01 AwaitingCount PIC 9(5) VALUE ZERO.
       01 NoSaleCount PIC 9(5) VALUE ZERO.
       01 TotalFees PIC 9(9)V99 VALUE ZERO.
       01 TotalChargebacks PIC 9(9)V99 VALUE ZERO.

       01 ReportHeading PIC X(40)
           VALUE "Card Settlement Reconciliation".
       01 CoverageLine.
           02 FILLER PIC X(26) VALUE "Card sales journaled to  ".
           02 CV-SaleDate PIC 9(8).
           02 FILLER PIC X(26) VALUE "   settlements to  ".
           02 CV-SettleDate PIC 9(8).
       01 ExceptionLine.
           02 EX-Label PIC X(12).
           02 EX-Date PIC 9(8).
           02 FILLER PIC X(6) VALUE "  ref ".
           02 EX-Reference PIC X(12).
           02 FILLER PIC X(2) VALUE SPACES.
           02 EX-Amount PIC Z,ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 EX-Note PIC X(36).
       01 ShortPaidLine.
           02 FILLER PIC X(12) VALUE "SHORT PAID".
           02 SH-Date PIC 9(8).
           02 FILLER PIC X(6) VALUE "  ref ".
           02 SH-Reference PIC X(12).
           02 FILLER PIC X(8) VALUE "  gross".
           02 SH-Gross PIC Z,ZZZ,ZZ9.99.
           02 FILLER PIC X(6) VALUE "  fee".
           02 SH-Fee PIC ZZZ,ZZ9.99.
           02 FILLER PIC X(6) VALUE "  paid".
           02 SH-Net PIC Z,ZZZ,ZZ9.99.
       01 AgeNote.
           02 AN-Age PIC ZZZ9.
           02 FILLER PIC X(14) VALUE " day(s) unpaid".
       01 SettleDayHeads.
           02 FILLER PIC X(12) VALUE "Settled".
           02 FILLER PIC X(10) VALUE "Items".
           02 FILLER PIC X(16) VALUE "Gross".
           02 FILLER PIC X(15) VALUE "Fees".
           02 FILLER PIC X(16) VALUE "Net".
       01 SettleDayLine.
           02 SL-Date PIC 9(8).
           02 FILLER PIC X(4) VALUE SPACES.
           02 SL-Count PIC ZZZZ9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 SL-Gross PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(3) VALUE SPACES.
           02 SL-Fees PIC Z,ZZZ,ZZ9.99.
           02 FILLER PIC X(3) VALUE SPACES.
           02 SL-Net PIC ZZ,ZZZ,ZZ9.99.
       01 CleanLine PIC X(50)
           VALUE "  (every card sale and settlement matched)".
       01 NoFileLine PIC X(50)
           VALUE "  (no new settlements in the acquirer's file)".
       01 MatchSummary.
           02 FILLER PIC X(16) VALUE "New card sales:".
           02 MS-NewSales PIC ZZZZZ9.
           02 FILLER PIC X(16) VALUE "  settlements:".
           02 MS-Settlements PIC ZZZZZ9.
           02 FILLER PIC X(12) VALUE "  matched:".
           02 MS-Matched PIC ZZZZZ9.
           02 FILLER PIC X(12) VALUE "  cleared:".
           02 MS-Cleared PIC ZZZZ9.
       01 ExceptionSummary.
           02 FILLER PIC X(14) VALUE "Chargebacks:".
           02 ES-Chargebacks PIC ZZZZ9.
           02 FILLER PIC X(14) VALUE "  short paid:".
           02 ES-ShortPaid PIC ZZZZ9.
           02 FILLER PIC X(13) VALUE "  no settle:".
           02 ES-NoSettle PIC ZZZZ9.
           02 FILLER PIC X(11) VALUE "  no sale:".
           02 ES-NoSale PIC ZZZZ9.
           02 FILLER PIC X(12) VALUE "  awaiting:".
           02 ES-Awaiting PIC ZZZZ9.
       01 FeeSummary.
           02 FILLER PIC X(24) VALUE "Fees deducted:".
           02 FS-Fees PIC ZZ,ZZZ,ZZ9.99.
       01 ChargebackSummary.
           02 FILLER PIC X(24) VALUE "Charged back:".
           02 CB-Total PIC ZZ,ZZZ,ZZ9.99.

      * The backed-out runs register, loaded once so each journal
      * entry can be checked against it.
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
           PERFORM LoadSiteParams
           COMPUTE TodayInteger =
               FUNCTION INTEGER-OF-DATE(BusinessToday)
           COMPUTE ThroughSaleDate =
               FUNCTION DATE-OF-INTEGER(TodayInteger - 1)

           PERFORM LoadOpenItems
           PERFORM LoadBackedOutRuns

           OPEN OUTPUT CardReconRpt
           MOVE "CardRecon.rpt" TO WS-FileStatusName
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

           PERFORM LoadNewCardSales
           PERFORM ReadSettlementFile

           PERFORM MatchOpenItems
           PERFORM ReportUnmatched

           MOVE "CardRecon.rpt" TO WS-FileStatusName
           IF ChargebackCount = 0 AND ShortPaidCount = 0
              AND NoSettleCount = 0 AND NoSaleCount = 0
              AND UnreadableCount = 0
               WRITE PrintLine FROM CleanLine AFTER ADVANCING 2 LINES
               PERFORM CheckFileStatus
           END-IF

           PERFORM WriteSettleDays

           MOVE ThroughSaleDate TO CV-SaleDate
           MOVE NewLastSettleDate TO CV-SettleDate
           MOVE "CardRecon.rpt" TO WS-FileStatusName
           WRITE PrintLine FROM CoverageLine AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus
           MOVE NewSalesTaken TO MS-NewSales
           MOVE SettlementsRead TO MS-Settlements
           MOVE MatchedCount TO MS-Matched
           MOVE ClearedCount TO MS-Cleared
           WRITE PrintLine FROM MatchSummary AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus
           MOVE ChargebackCount TO ES-Chargebacks
           MOVE ShortPaidCount TO ES-ShortPaid
           MOVE NoSettleCount TO ES-NoSettle
           MOVE NoSaleCount TO ES-NoSale
           MOVE AwaitingCount TO ES-Awaiting
           WRITE PrintLine FROM ExceptionSummary
               AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus
           MOVE TotalFees TO FS-Fees
           WRITE PrintLine FROM FeeSummary AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus
           MOVE TotalChargebacks TO CB-Total
           WRITE PrintLine FROM ChargebackSummary
               AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus

           CLOSE CardReconRpt

           PERFORM WriteOpenItems

           DISPLAY "New card sales: " NewSalesTaken
           DISPLAY "Settlements read: " SettlementsRead
           DISPLAY "Matched: " MatchedCount
           DISPLAY "Chargebacks: " ChargebackCount
           DISPLAY "Short paid: " ShortPaidCount
           DISPLAY "Card sales unsettled past window: " NoSettleCount
           DISPLAY "Settlements with no sale: " NoSaleCount
           DISPLAY "Unreadable settlement records: " UnreadableCount
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
               IF SP-ParamName = "CARD-SETTLE-DAYS"
                  AND FUNCTION TEST-NUMVAL(SP-ParamValue) = 0
                   COMPUTE CardSettleDays =
                       FUNCTION NUMVAL(SP-ParamValue)
               END-IF

               READ SiteParamFile
                   AT END SET EndOfSiteParams TO TRUE
               END-READ
           END-PERFORM

           CLOSE SiteParamFile.

      * What the last run left unmatched, and its watermarks. With
      * no file this is the first run: it starts from yesterday's
      * card sales rather than the whole journal, and takes every
      * settlement in the acquirer's file.
       LoadOpenItems.
           COMPUTE LastSaleDate =
               FUNCTION DATE-OF-INTEGER(TodayInteger - 2)

           OPEN INPUT CardOpenItemFile
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "05"
               MOVE "CardReconOpen.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF

           READ CardOpenItemFile
               AT END SET EndOfCardOpenItems TO TRUE
           END-READ

           PERFORM UNTIL EndOfCardOpenItems
               EVALUATE TRUE
                   WHEN CO-Watermark
                       MOVE CO-LastSaleDate TO LastSaleDate
                       MOVE CO-LastSettleDate TO LastSettleDate
                   WHEN CO-UnsettledSale
                       MOVE CO-TransDate TO ItemDate
                       MOVE CO-GrossAmount TO ItemAmount
                       PERFORM AddOpenSale
                       IF NOT SaleTableFull
                           MOVE CO-FirstSeen
                               TO OS-FirstSeen(NumOpenSales)
                           SET OS-Carried(NumOpenSales) TO TRUE
                       END-IF
                   WHEN CO-UnmatchedSettlement
                       MOVE CO-TransDate TO ItemDate
                       MOVE CO-GrossAmount TO ItemAmount
                       MOVE CO-Reference TO ItemReference
                       PERFORM AddOpenSettle
                       IF NOT SettleTableFull
                           MOVE CO-FirstSeen
                               TO OT-FirstSeen(NumOpenSettles)
                           SET OT-Carried(NumOpenSettles) TO TRUE
                       END-IF
               END-EVALUATE

               READ CardOpenItemFile
                   AT END SET EndOfCardOpenItems TO TRUE
               END-READ
           END-PERFORM

           CLOSE CardOpenItemFile
           MOVE LastSettleDate TO NewLastSettleDate.

      * Card-tendered sales journaled after the sale watermark and
      * up to yesterday, each line at what the customer was charged
      * -- the same figure CashUp takes for the card terminal. A kit
      * is journaled a row per component but goes through the
      * terminal as one transaction, so the rows of one kit group
      * are summed into a single open sale. Web orders were paid on
      * the web site, not through the terminal, and are left out.
       LoadNewCardSales.
           IF ThroughSaleDate < LastSaleDate
               MOVE LastSaleDate TO ThroughSaleDate
           END-IF

           OPEN INPUT SalesJournalFile
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "05"
               MOVE "SalesJournal.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF

           READ SalesJournalFile
               AT END SET EndOfSalesJournal TO TRUE
           END-READ

           PERFORM UNTIL EndOfSalesJournal
               IF SJ-CardTender
                  AND SJ-SaleDate > LastSaleDate
                  AND SJ-SaleDate NOT > ThroughSaleDate
                   MOVE SJ-RunId TO CheckedRunId
                   PERFORM CheckRunBackedOut
                   IF NOT RunBackedOut
                       MOVE SJ-SaleDate TO ItemDate
                       COMPUTE ItemAmount =
                           SJ-QtySold * SJ-Price + SJ-TaxAmount
                       PERFORM TakeOneCardSale
                   END-IF
               END-IF

               READ SalesJournalFile
                   AT END SET EndOfSalesJournal TO TRUE
               END-READ
           END-PERFORM

           CLOSE SalesJournalFile.

      * A kit component row whose group is the one being summed is
      * added to that kit's open sale; any other row opens a sale of
      * its own, and a kit's first row remembers which one it is.
       TakeOneCardSale.
           IF SJ-KitPriceRule
              AND SJ-KitGroupNo NUMERIC
              AND SJ-KitGroupNo > 0
              AND SJ-KitGroupNo = OpenKitGroupNo
              AND OpenKitSaleIdx > 0
               ADD ItemAmount TO OS-Amount(OpenKitSaleIdx)
           ELSE
               MOVE ZEROS TO OpenKitGroupNo, OpenKitSaleIdx
               PERFORM AddOpenSale
               ADD 1 TO NewSalesTaken
               IF SJ-KitPriceRule
                  AND SJ-KitGroupNo NUMERIC
                  AND SJ-KitGroupNo > 0
                  AND NOT SaleTableFull
                   MOVE SJ-KitGroupNo TO OpenKitGroupNo
                   MOVE NumOpenSales TO OpenKitSaleIdx
               END-IF
           END-IF.

      * ItemDate and ItemAmount describe the sale; the caller marks
      * a carried one as such.
       AddOpenSale.
           IF NumOpenSales < MaxOpenSales
               ADD 1 TO NumOpenSales
               MOVE ItemDate TO OS-TransDate(NumOpenSales)
               MOVE ItemAmount TO OS-Amount(NumOpenSales)
               MOVE BusinessToday TO OS-FirstSeen(NumOpenSales)
               MOVE "N" TO OS-CarriedFlag(NumOpenSales)
               MOVE "N" TO OS-MatchedFlag(NumOpenSales)
           ELSE
               IF NOT SaleTableFull
                   DISPLAY "Warning: open card sales table full at "
                       MaxOpenSales " - later sales not reconciled"
                   SET SaleTableFull TO TRUE
               END-IF
           END-IF.

      * ItemDate, ItemAmount and ItemReference describe the
      * settlement; the caller marks a carried one as such.
       AddOpenSettle.
           IF NumOpenSettles < MaxOpenSettles
               ADD 1 TO NumOpenSettles
               MOVE ItemDate TO OT-TransDate(NumOpenSettles)
               MOVE ItemAmount TO OT-Amount(NumOpenSettles)
               MOVE ItemReference TO OT-Reference(NumOpenSettles)
               MOVE BusinessToday TO OT-FirstSeen(NumOpenSettles)
               MOVE "N" TO OT-CarriedFlag(NumOpenSettles)
               MOVE "N" TO OT-MatchedFlag(NumOpenSettles)
           ELSE
               IF NOT SettleTableFull
                   DISPLAY "Warning: open settlements table full at "
                       MaxOpenSettles " - later settlements not "
                       "reconciled"
                   SET SettleTableFull TO TRUE
               END-IF
           END-IF.

      * The acquirer's settlements dated after the settlement
      * watermark. A settled sale is tallied into its settlement
      * day and queued for matching; one paid short of its gross
      * less fee is reported. A chargeback is reported outright --
      * there is no sale for it to match, only money taken back.
       ReadSettlementFile.
           OPEN INPUT CardSettlementFile
           IF WS-FileStatus = "35"
               DISPLAY "No CardSettlement.dat on file - no "
                   "settlements received yet"
               MOVE "CardRecon.rpt" TO WS-FileStatusName
               WRITE PrintLine FROM NoFileLine AFTER ADVANCING 1 LINE
               PERFORM CheckFileStatus
           ELSE
               MOVE "CardSettlement.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus

               READ CardSettlementFile
                   AT END SET EndOfCardSettlements TO TRUE
               END-READ
               PERFORM CheckFileStatus

               PERFORM UNTIL EndOfCardSettlements
                   IF CS-SettlementDate NUMERIC
                      AND CS-SettlementDate > LastSettleDate
                       PERFORM TakeOneSettlement
                   END-IF

                   READ CardSettlementFile
                       AT END SET EndOfCardSettlements TO TRUE
                   END-READ
                   MOVE "CardSettlement.dat" TO WS-FileStatusName
                   PERFORM CheckFileStatus
               END-PERFORM

               CLOSE CardSettlementFile
           END-IF.

       TakeOneSettlement.
           ADD 1 TO SettlementsRead
           IF CS-SettlementDate > NewLastSettleDate
               MOVE CS-SettlementDate TO NewLastSettleDate
           END-IF

           MOVE "CardRecon.rpt" TO WS-FileStatusName
           IF CS-TransactionDate NOT NUMERIC
              OR CS-GrossAmount NOT NUMERIC
              OR CS-FeeAmount NOT NUMERIC
              OR CS-NetAmount NOT NUMERIC
              OR (NOT CS-SettledSale AND NOT CS-Chargeback)
               ADD 1 TO UnreadableCount
               MOVE "UNREADABLE" TO EX-Label
               MOVE CS-SettlementDate TO EX-Date
               MOVE CS-Reference TO EX-Reference
               MOVE ZEROS TO EX-Amount
               MOVE "record not understood - check file" TO EX-Note
               WRITE PrintLine FROM ExceptionLine
                   AFTER ADVANCING 1 LINE
               PERFORM CheckFileStatus
           ELSE
               IF CS-Chargeback
                   ADD 1 TO ChargebackCount
                   ADD CS-GrossAmount TO TotalChargebacks
                   MOVE "CHARGEBACK" TO EX-Label
                   MOVE CS-TransactionDate TO EX-Date
                   MOVE CS-Reference TO EX-Reference
                   MOVE CS-GrossAmount TO EX-Amount
                   MOVE "disputed by the cardholder" TO EX-Note
                   WRITE PrintLine FROM ExceptionLine
                       AFTER ADVANCING 1 LINE
                   PERFORM CheckFileStatus
               ELSE
                   PERFORM TallySettleDay
                   IF CS-GrossAmount - CS-FeeAmount
                      NOT = CS-NetAmount
                       ADD 1 TO ShortPaidCount
                       MOVE CS-TransactionDate TO SH-Date
                       MOVE CS-Reference TO SH-Reference
                       MOVE CS-GrossAmount TO SH-Gross
                       MOVE CS-FeeAmount TO SH-Fee
                       MOVE CS-NetAmount TO SH-Net
                       WRITE PrintLine FROM ShortPaidLine
                           AFTER ADVANCING 1 LINE
                       PERFORM CheckFileStatus
                   END-IF
                   MOVE CS-TransactionDate TO ItemDate
                   MOVE CS-GrossAmount TO ItemAmount
                   MOVE CS-Reference TO ItemReference
                   PERFORM AddOpenSettle
               END-IF
           END-IF.

       TallySettleDay.
           MOVE ZEROS TO FoundDayIdx
           IF NumSettleDays > 0
               SET Day-Idx TO 1
               SEARCH SettleDayEntry
                   AT END CONTINUE
                   WHEN SD-Date(Day-Idx) = CS-SettlementDate
                       SET FoundDayIdx TO Day-Idx
               END-SEARCH
           END-IF

           IF FoundDayIdx = 0 AND NumSettleDays < 60
               ADD 1 TO NumSettleDays
               MOVE NumSettleDays TO FoundDayIdx
               MOVE CS-SettlementDate TO SD-Date(FoundDayIdx)
               MOVE ZEROS TO SD-Count(FoundDayIdx)
               MOVE ZEROS TO SD-Gross(FoundDayIdx)
               MOVE ZEROS TO SD-Fees(FoundDayIdx)
               MOVE ZEROS TO SD-Net(FoundDayIdx)
           END-IF

           ADD CS-FeeAmount TO TotalFees
           IF FoundDayIdx > 0
               ADD 1 TO SD-Count(FoundDayIdx)
               ADD CS-GrossAmount TO SD-Gross(FoundDayIdx)
               ADD CS-FeeAmount TO SD-Fees(FoundDayIdx)
               ADD CS-NetAmount TO SD-Net(FoundDayIdx)
           END-IF.

      * Pairs each open settlement with the first open card sale of
      * the same date and gross. A pair with a carried side is an
      * old item finally clearing, and is reported as such.
       MatchOpenItems.
           PERFORM VARYING Settle-Idx FROM 1 BY 1
                   UNTIL Settle-Idx > NumOpenSettles
               IF NumOpenSales > 0
                   SET Sale-Idx TO 1
                   SEARCH OpenSaleEntry
                       AT END CONTINUE
                       WHEN NOT OS-Matched(Sale-Idx)
                        AND OS-TransDate(Sale-Idx)
                            = OT-TransDate(Settle-Idx)
                        AND OS-Amount(Sale-Idx)
                            = OT-Amount(Settle-Idx)
                           PERFORM PairSaleAndSettle
                   END-SEARCH
               END-IF
           END-PERFORM.

       PairSaleAndSettle.
           SET OS-Matched(Sale-Idx) TO TRUE
           SET OT-Matched(Settle-Idx) TO TRUE
           ADD 1 TO MatchedCount

           IF OS-Carried(Sale-Idx) OR OT-Carried(Settle-Idx)
               ADD 1 TO ClearedCount
               MOVE "CLEARED" TO EX-Label
               MOVE OT-TransDate(Settle-Idx) TO EX-Date
               MOVE OT-Reference(Settle-Idx) TO EX-Reference
               MOVE OT-Amount(Settle-Idx) TO EX-Amount
               IF OS-Carried(Sale-Idx)
                   MOVE "card sale settled late" TO EX-Note
               ELSE
                   MOVE "settlement's sale since journaled"
                       TO EX-Note
               END-IF
               MOVE "CardRecon.rpt" TO WS-FileStatusName
               WRITE PrintLine FROM ExceptionLine
                   AFTER ADVANCING 1 LINE
               PERFORM CheckFileStatus
           END-IF.

      * What is still unmatched: a card sale is chased once it is
      * older than the settlement window (until then it is simply
      * awaiting payment); a settlement with no sale is reported
      * every day it stays open.
       ReportUnmatched.
           MOVE "CardRecon.rpt" TO WS-FileStatusName
           PERFORM VARYING Sale-Idx FROM 1 BY 1
                   UNTIL Sale-Idx > NumOpenSales
               IF NOT OS-Matched(Sale-Idx)
                   COMPUTE TransInteger = FUNCTION INTEGER-OF-DATE
                       (OS-TransDate(Sale-Idx))
                   COMPUTE AgeDays = TodayInteger - TransInteger
                   IF AgeDays > CardSettleDays
                       ADD 1 TO NoSettleCount
                       MOVE "NO SETTLE" TO EX-Label
                       MOVE OS-TransDate(Sale-Idx) TO EX-Date
                       MOVE SPACES TO EX-Reference
                       MOVE OS-Amount(Sale-Idx) TO EX-Amount
                       MOVE AgeDays TO AN-Age
                       MOVE AgeNote TO EX-Note
                       WRITE PrintLine FROM ExceptionLine
                           AFTER ADVANCING 1 LINE
                       PERFORM CheckFileStatus
                   ELSE
                       ADD 1 TO AwaitingCount
                   END-IF
               END-IF
           END-PERFORM

           PERFORM VARYING Settle-Idx FROM 1 BY 1
                   UNTIL Settle-Idx > NumOpenSettles
               IF NOT OT-Matched(Settle-Idx)
                   ADD 1 TO NoSaleCount
                   MOVE "NO SALE" TO EX-Label
                   MOVE OT-TransDate(Settle-Idx) TO EX-Date
                   MOVE OT-Reference(Settle-Idx) TO EX-Reference
                   MOVE OT-Amount(Settle-Idx) TO EX-Amount
                   IF OT-Carried(Settle-Idx)
                       MOVE "settled, still no card sale found"
                           TO EX-Note
                   ELSE
                       MOVE "settled, no card sale journaled"
                           TO EX-Note
                   END-IF
                   WRITE PrintLine FROM ExceptionLine
                       AFTER ADVANCING 1 LINE
                   PERFORM CheckFileStatus
               END-IF
           END-PERFORM.

       WriteSettleDays.
           IF NumSettleDays > 0
               MOVE "CardRecon.rpt" TO WS-FileStatusName
               WRITE PrintLine FROM SettleDayHeads
                   AFTER ADVANCING 2 LINES
               PERFORM CheckFileStatus
               PERFORM VARYING Day-Idx FROM 1 BY 1
                       UNTIL Day-Idx > NumSettleDays
                   MOVE SD-Date(Day-Idx) TO SL-Date
                   MOVE SD-Count(Day-Idx) TO SL-Count
                   MOVE SD-Gross(Day-Idx) TO SL-Gross
                   MOVE SD-Fees(Day-Idx) TO SL-Fees
                   MOVE SD-Net(Day-Idx) TO SL-Net
                   WRITE PrintLine FROM SettleDayLine
                       AFTER ADVANCING 1 LINE
                   PERFORM CheckFileStatus
               END-PERFORM
           END-IF.

      * Rewrites the carried-forward file whole: the new watermarks,
      * then everything still unmatched with the day it first went
      * unmatched.
       WriteOpenItems.
           OPEN OUTPUT CardOpenItemFile
           MOVE "CardReconOpen.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           MOVE SPACES TO CardOpenItemRec
           SET CO-Watermark TO TRUE
           MOVE ThroughSaleDate TO CO-LastSaleDate
           MOVE NewLastSettleDate TO CO-LastSettleDate
           WRITE CardOpenItemRec
           PERFORM CheckFileStatus

           PERFORM VARYING Sale-Idx FROM 1 BY 1
                   UNTIL Sale-Idx > NumOpenSales
               IF NOT OS-Matched(Sale-Idx)
                   SET CO-UnsettledSale TO TRUE
                   MOVE OS-TransDate(Sale-Idx) TO CO-TransDate
                   MOVE OS-Amount(Sale-Idx) TO CO-GrossAmount
                   MOVE SPACES TO CO-Reference
                   MOVE OS-FirstSeen(Sale-Idx) TO CO-FirstSeen
                   WRITE CardOpenItemRec
                   PERFORM CheckFileStatus
               END-IF
           END-PERFORM

           PERFORM VARYING Settle-Idx FROM 1 BY 1
                   UNTIL Settle-Idx > NumOpenSettles
               IF NOT OT-Matched(Settle-Idx)
                   SET CO-UnmatchedSettlement TO TRUE
                   MOVE OT-TransDate(Settle-Idx) TO CO-TransDate
                   MOVE OT-Amount(Settle-Idx) TO CO-GrossAmount
                   MOVE OT-Reference(Settle-Idx) TO CO-Reference
                   MOVE OT-FirstSeen(Settle-Idx) TO CO-FirstSeen
                   WRITE CardOpenItemRec
                   PERFORM CheckFileStatus
               END-IF
           END-PERFORM

           CLOSE CardOpenItemFile.


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

           MOVE "CardSettlementRecon" TO CapacityProgram
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
