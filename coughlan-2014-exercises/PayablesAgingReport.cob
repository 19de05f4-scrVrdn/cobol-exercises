       IDENTIFICATION DIVISION.
       PROGRAM-ID. PayablesAgingReport.
       AUTHOR. io.github.scrvrdn.
      * What the shop still owes its suppliers, read alongside the
      * payment run: every supplier invoice not yet paid, aged from
      * the day it falls due under the supplier's payment terms into
      * not-yet-due / 1-30 / 31-60 / over-60 days overdue, and summed
      * per supplier. Invoices ThreeWayMatch hasn't passed yet are
      * counted too -- they are still owed unless purchasing wins
      * the argument -- and shown separately as held, since the
      * payment run won't touch them. The credits still open on
      * returned goods are shown at the foot against the total.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SupplierInvoiceFile
               ASSIGN TO "SupplierInvoices.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

           SELECT ExpectedCreditFile ASSIGN TO "ExpectedCredits.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

           SELECT SupplierFile ASSIGN TO "SupplierMaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SupplierID OF SupplierRecord
               FILE STATUS IS WS-FileStatus.

           SELECT PayablesAgingRpt ASSIGN TO "PayablesAging.rpt"
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

       FD SupplierInvoiceFile.
           COPY SUPINV.

       FD ExpectedCreditFile.
           COPY EXPCRED.

       FD SupplierFile.
           COPY SUPPREC.

       FD PayablesAgingRpt.
       01 PrintLine PIC X(110).

       WORKING-STORAGE SECTION.
       01 BusinessToday PIC 9(8) VALUE ZEROS.
       COPY FILESTAT.
       COPY RPTHEAD.

       01 TodayInteger PIC 9(8).
       01 OverdueDays PIC S9(7).
       01 TermsDays PIC 9(3).
      * Terms for a supplier set up before terms were kept, or no
      * longer on the master -- the same standard the payment run
      * uses.
       01 StandardTermsDays PIC 9(3) VALUE 30.
       01 BandIdx PIC 9.

      * One entry per supplier owed anything, in the order their
      * first unpaid invoice turned up.
       01 MaxCreditors PIC 9(3) VALUE 200.
       01 CreditorTable.
           02 NumCreditors PIC 9(3) VALUE ZERO.
           02 CreditorEntry OCCURS 0 TO 200 TIMES
                    DEPENDING ON NumCreditors
                    INDEXED BY Creditor-Idx.
              03 CT-SupplierID PIC 9(5).
              03 CT-SupplierName PIC X(30).
              03 CT-Band PIC 9(8)V99 OCCURS 4 TIMES.
              03 CT-Total PIC 9(9)V99.
              03 CT-Held PIC 9(9)V99.
       01 FoundCreditorIdx PIC 9(3).
       01 CreditorTableFullFlag PIC X VALUE "N".
           88 CreditorTableFull VALUE "Y".

       01 TotalBand PIC 9(9)V99 OCCURS 4 TIMES.
       01 TotalOwed PIC 9(10)V99 VALUE ZERO.
       01 TotalHeld PIC 9(10)V99 VALUE ZERO.
       01 OpenCreditTotal PIC 9(10)V99 VALUE ZERO.
       01 NetPayable PIC S9(10)V99.
       01 UnpaidCount PIC 9(5) VALUE ZERO.

       01 ReportHeading PIC X(36)
           VALUE "Accounts Payable Aging By Supplier".
       01 AgingColHeads.
           02 FILLER PIC X(7) VALUE "Supp".
           02 FILLER PIC X(21) VALUE "Name".
           02 FILLER PIC X(12) VALUE "Not due".
           02 FILLER PIC X(12) VALUE "1-30".
           02 FILLER PIC X(12) VALUE "31-60".
           02 FILLER PIC X(12) VALUE "Over 60".
           02 FILLER PIC X(14) VALUE "Total".
           02 FILLER PIC X(10) VALUE "Unmatched".
       01 AgingLine.
           02 AL-SupplierID PIC 9(5).
           02 FILLER PIC X(2) VALUE SPACES.
           02 AL-SupplierName PIC X(20).
           02 FILLER PIC X(1) VALUE SPACES.
           02 AL-Band1 PIC ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 AL-Band2 PIC ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 AL-Band3 PIC ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 AL-Band4 PIC ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 AL-Total PIC Z,ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 AL-Held PIC ZZZ,ZZ9.99.
       01 NoPayablesLine PIC X(40)
           VALUE "  (no unpaid supplier invoices)".
       01 AgingTotalLine.
           02 FILLER PIC X(28) VALUE "Totals".
           02 AT-Band1 PIC ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 AT-Band2 PIC ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 AT-Band3 PIC ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 AT-Band4 PIC ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 AT-Total PIC Z,ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 AT-Held PIC ZZZ,ZZ9.99.
       01 CreditFootLine.
           02 FILLER PIC X(36)
               VALUE "Less open credits on returned goods".
           02 CF-Credits PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 NetFootLine.
           02 FILLER PIC X(36) VALUE "Net payable".
           02 NF-Net PIC -,---,---,--9.99.

       PROCEDURE DIVISION.
       Main.
           PERFORM GetBusinessDate
           COMPUTE TodayInteger =
               FUNCTION INTEGER-OF-DATE(BusinessToday)
           MOVE ZEROS TO TotalBand(1), TotalBand(2), TotalBand(3),
               TotalBand(4)

           OPEN INPUT SupplierInvoiceFile
           IF WS-FileStatus = "35"
               DISPLAY "No SupplierInvoices.dat on file - nothing "
                   "owed"
               STOP RUN
           END-IF
           MOVE "SupplierInvoices.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN INPUT SupplierFile
           MOVE "SupplierMaster.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           READ SupplierInvoiceFile
               AT END SET EndOfSupplierInvoices TO TRUE
           END-READ
           MOVE "SupplierInvoices.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           PERFORM UNTIL EndOfSupplierInvoices
               IF NOT SI-Paid
                   PERFORM AgeOneInvoice
               END-IF

               READ SupplierInvoiceFile
                   AT END SET EndOfSupplierInvoices TO TRUE
               END-READ
               MOVE "SupplierInvoices.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-PERFORM

           CLOSE SupplierInvoiceFile
           CLOSE SupplierFile

           PERFORM SumOpenCredits

           OPEN OUTPUT PayablesAgingRpt
           MOVE "PayablesAging.rpt" TO WS-FileStatusName
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
           WRITE PrintLine FROM AgingColHeads AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus

           PERFORM VARYING Creditor-Idx FROM 1 BY 1
                 UNTIL Creditor-Idx > NumCreditors
               PERFORM WriteAgingLine
           END-PERFORM

           IF NumCreditors = 0
               WRITE PrintLine FROM NoPayablesLine
                   AFTER ADVANCING 1 LINE
               PERFORM CheckFileStatus
           END-IF

           MOVE TotalBand(1) TO AT-Band1
           MOVE TotalBand(2) TO AT-Band2
           MOVE TotalBand(3) TO AT-Band3
           MOVE TotalBand(4) TO AT-Band4
           MOVE TotalOwed TO AT-Total
           MOVE TotalHeld TO AT-Held
           WRITE PrintLine FROM AgingTotalLine AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus

           MOVE OpenCreditTotal TO CF-Credits
           WRITE PrintLine FROM CreditFootLine AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus
           COMPUTE NetPayable = TotalOwed - OpenCreditTotal
           MOVE NetPayable TO NF-Net
           WRITE PrintLine FROM NetFootLine AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus

           CLOSE PayablesAgingRpt

           DISPLAY "Unpaid invoices: " UnpaidCount
               "  suppliers owed: " NumCreditors
           DISPLAY "Total owed: " TotalOwed
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

      * Days overdue counted from the due date under the supplier's
      * terms; anything not yet due goes in the first band.
       AgeOneInvoice.
           PERFORM FindSupplierTerms
           COMPUTE OverdueDays = TodayInteger
               - FUNCTION INTEGER-OF-DATE(SI-EntryDate) - TermsDays
           EVALUATE TRUE
               WHEN OverdueDays NOT > 0 MOVE 1 TO BandIdx
               WHEN OverdueDays NOT > 30 MOVE 2 TO BandIdx
               WHEN OverdueDays NOT > 60 MOVE 3 TO BandIdx
               WHEN OTHER MOVE 4 TO BandIdx
           END-EVALUATE

           PERFORM FindCreditor
           IF FoundCreditorIdx = 0
               IF NOT CreditorTableFull
                   DISPLAY "Warning: supplier table full at "
                       MaxCreditors " - later suppliers left off "
                       "the report"
                   SET CreditorTableFull TO TRUE
               END-IF
           ELSE
               ADD 1 TO UnpaidCount
               ADD SI-Amount TO CT-Band(FoundCreditorIdx, BandIdx)
               ADD SI-Amount TO CT-Total(FoundCreditorIdx)
               ADD SI-Amount TO TotalBand(BandIdx)
               ADD SI-Amount TO TotalOwed
               IF SI-Entered
                   ADD SI-Amount TO CT-Held(FoundCreditorIdx)
                   ADD SI-Amount TO TotalHeld
               END-IF
           END-IF.

      * The supplier's terms and name off the master, standard terms
      * when it isn't there.
       FindSupplierTerms.
           MOVE StandardTermsDays TO TermsDays
           MOVE SI-SupplierID TO SupplierID OF SupplierRecord
           READ SupplierFile
               INVALID KEY
                   MOVE "(not on supplier master)" TO SupplierName
               NOT INVALID KEY
                   IF SupplierPaymentTermsDays NUMERIC
                       MOVE SupplierPaymentTermsDays TO TermsDays
                   END-IF
           END-READ

           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
              MOVE "SupplierMaster.dat" TO WS-FileStatusName
              PERFORM CheckFileStatus
           END-IF.

       FindCreditor.
           MOVE ZEROS TO FoundCreditorIdx
           SET Creditor-Idx TO 1
           SEARCH CreditorEntry
               AT END CONTINUE
               WHEN CT-SupplierID(Creditor-Idx) = SI-SupplierID
                   SET FoundCreditorIdx TO Creditor-Idx
           END-SEARCH

           IF FoundCreditorIdx = 0 AND NumCreditors < MaxCreditors
               ADD 1 TO NumCreditors
               MOVE NumCreditors TO FoundCreditorIdx
               MOVE SI-SupplierID TO CT-SupplierID(NumCreditors)
               MOVE SupplierName TO CT-SupplierName(NumCreditors)
               MOVE ZEROS TO CT-Band(NumCreditors, 1),
                   CT-Band(NumCreditors, 2), CT-Band(NumCreditors, 3),
                   CT-Band(NumCreditors, 4)
               MOVE ZEROS TO CT-Total(NumCreditors)
               MOVE ZEROS TO CT-Held(NumCreditors)
           END-IF.

      * Every credit still open on the expected-credits register,
      * whoever it is from.
       SumOpenCredits.
           OPEN INPUT ExpectedCreditFile
           IF WS-FileStatus = "35"
               CONTINUE
           ELSE
               MOVE "ExpectedCredits.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus

               READ ExpectedCreditFile
                   AT END SET EndOfExpectedCredits TO TRUE
               END-READ
               PERFORM CheckFileStatus

               PERFORM UNTIL EndOfExpectedCredits
                   IF EC-Open
                       ADD EC-Value TO OpenCreditTotal
                   END-IF

                   READ ExpectedCreditFile
                       AT END SET EndOfExpectedCredits TO TRUE
                   END-READ
                   MOVE "ExpectedCredits.dat" TO WS-FileStatusName
                   PERFORM CheckFileStatus
               END-PERFORM

               CLOSE ExpectedCreditFile
           END-IF.

       WriteAgingLine.
           MOVE CT-SupplierID(Creditor-Idx) TO AL-SupplierID
           MOVE CT-SupplierName(Creditor-Idx) TO AL-SupplierName
           MOVE CT-Band(Creditor-Idx, 1) TO AL-Band1
           MOVE CT-Band(Creditor-Idx, 2) TO AL-Band2
           MOVE CT-Band(Creditor-Idx, 3) TO AL-Band3
           MOVE CT-Band(Creditor-Idx, 4) TO AL-Band4
           MOVE CT-Total(Creditor-Idx) TO AL-Total
           MOVE CT-Held(Creditor-Idx) TO AL-Held
           MOVE "PayablesAging.rpt" TO WS-FileStatusName
           WRITE PrintLine FROM AgingLine AFTER ADVANCING 1 LINE
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
