       IDENTIFICATION DIVISION.
       PROGRAM-ID. SupplierPaymentRun.
       AUTHOR. io.github.scrvrdn.
      * Pays the suppliers from the books instead of from a paper
      * list: every invoice ThreeWayMatch has passed is paid once it
      * falls due under the supplier's payment terms, counted from
      * the day it was keyed in. Any return-to-supplier credit still
      * open for the same supplier is netted off the payment --
      * oldest first, and only as far as the invoices cover it, so
      * a payment never goes negative and a credit too big for this
      * run waits for the next. Each supplier paid gets one record
      * on SupplierPayments.dat for finance to pay from and one
      * remittance advice, on a page of its own, listing what the
      * payment settles. The credits are marked Netted and the
      * invoices Paid last, once the payment is on file, so a run
      * that dies part way leaves them to be picked up again.

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

           SELECT SupplierPaymentFile
               ASSIGN TO "SupplierPayments.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

      * One advice per page, ready to post with the payment.
           SELECT RemittanceRpt ASSIGN TO "Remittances.rpt"
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

       FD SupplierPaymentFile.
           COPY SUPPAY.

       FD RemittanceRpt.
       01 RemittanceLine PIC X(72).

       WORKING-STORAGE SECTION.
       01 BusinessToday PIC 9(8) VALUE ZEROS.
       COPY FILESTAT.

       01 TodayInteger PIC 9(8).
       01 DueInteger PIC 9(8).
       01 TermsDays PIC 9(3).
      * Terms for a supplier set up before terms were kept, or no
      * longer on the master.
       01 StandardTermsDays PIC 9(3) VALUE 30.

      * The suppliers being paid this run, in the order their first
      * due invoice turned up, with what they are owed and what is
      * being netted off it.
       01 MaxPayees PIC 9(3) VALUE 100.
       01 PayeeTable.
           02 NumPayees PIC 9(3) VALUE ZERO.
           02 PayeeEntry OCCURS 0 TO 100 TIMES
                    DEPENDING ON NumPayees
                    INDEXED BY Payee-Idx.
              03 PE-SupplierID PIC 9(5).
              03 PE-SupplierName PIC X(30).
              03 PE-SupplierContact PIC X(30).
              03 PE-InvoiceCount PIC 9(4).
              03 PE-InvoiceTotal PIC 9(9)V99.
              03 PE-CreditTotal PIC 9(9)V99.
       01 FoundPayeeIdx PIC 9(3).

      * Every invoice selected for payment, kept so the remittance
      * can list them and the last pass can mark them Paid.
       01 MaxDueInvoices PIC 9(4) VALUE 500.
       01 DueInvoiceTable.
           02 NumDueInvoices PIC 9(4) VALUE ZERO.
           02 DueInvoiceEntry OCCURS 0 TO 500 TIMES
                    DEPENDING ON NumDueInvoices
                    INDEXED BY Due-Idx.
              03 DI-SupplierID PIC 9(5).
              03 DI-InvoiceNumber PIC X(10).
              03 DI-PONumber PIC 9(6).
              03 DI-EntryDate PIC 9(8).
              03 DI-Amount PIC 9(8)V99.
       01 DueTableFullFlag PIC X VALUE "N".
           88 DueTableFull VALUE "Y".

      * The credits netted off this run's payments, in register
      * order, each with its position on the register so the
      * marking pass finds it again.
       01 MaxNettedCredits PIC 9(3) VALUE 200.
       01 NettedCreditTable.
           02 NumNettedCredits PIC 9(3) VALUE ZERO.
           02 NettedCreditEntry OCCURS 0 TO 200 TIMES
                    DEPENDING ON NumNettedCredits
                    INDEXED BY Net-Idx.
              03 NC-SupplierID PIC 9(5).
              03 NC-GadgedID PIC 9(6).
              03 NC-Qty PIC 9(4).
              03 NC-RtsDate PIC 9(8).
              03 NC-Value PIC 9(8)V99.
              03 NC-RecordNo PIC 9(6).
       01 CreditRecordNo PIC 9(6).
       01 NetTableFullFlag PIC X VALUE "N".
           88 NetTableFull VALUE "Y".
       01 SelectedFlag PIC X.
           88 InvoiceSelected VALUE "Y".

       01 PaymentAmount PIC 9(9)V99.
       01 RunPaidTotal PIC 9(10)V99 VALUE ZERO.
       01 RunCreditTotal PIC 9(10)V99 VALUE ZERO.
       01 InvoicesMarkedPaid PIC 9(4) VALUE ZERO.
       01 FirstAdviceFlag PIC X VALUE "Y".
           88 FirstAdvice VALUE "Y".

      * The remittance advice: date, supplier block, the invoices
      * settled, the credits taken, and the amount sent.
       01 AdviceDateLine.
           02 FILLER PIC X(50) VALUE SPACES.
           02 AD-Date PIC 9(8).
       01 AdviceTitleLine PIC X(72) VALUE "REMITTANCE ADVICE".
       01 AdviceSupplierLine.
           02 FILLER PIC X(18) VALUE "Your supplier no. ".
           02 AS-SupplierID PIC 9(5).
       01 AdvicePaidText PIC X(72) VALUE
           "This payment settles the following invoices:".
       01 AdviceInvoiceHeads.
           02 FILLER PIC X(14) VALUE "Invoice".
           02 FILLER PIC X(10) VALUE "Order".
           02 FILLER PIC X(12) VALUE "Dated".
           02 FILLER PIC X(14) VALUE "Amount".
       01 AdviceInvoiceLine.
           02 AI-InvoiceNumber PIC X(10).
           02 FILLER PIC X(4) VALUE SPACES.
           02 AI-PONumber PIC 9(6).
           02 FILLER PIC X(4) VALUE SPACES.
           02 AI-EntryDate PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 AI-Amount PIC ZZ,ZZZ,ZZ9.99.
       01 AdviceCreditText PIC X(72) VALUE
           "Less your credits due on goods we returned:".
       01 AdviceCreditHeads.
           02 FILLER PIC X(14) VALUE "Gadget".
           02 FILLER PIC X(10) VALUE "Qty".
           02 FILLER PIC X(12) VALUE "Returned".
           02 FILLER PIC X(14) VALUE "Credit".
       01 AdviceCreditLine.
           02 AC-GadgedID PIC 9(6).
           02 FILLER PIC X(8) VALUE SPACES.
           02 AC-Qty PIC ZZZ9.
           02 FILLER PIC X(6) VALUE SPACES.
           02 AC-RtsDate PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 AC-Value PIC ZZ,ZZZ,ZZ9.99.
       01 AdviceTotalLine.
           02 AT-Caption PIC X(36).
           02 AT-Amount PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       Main.
           PERFORM GetBusinessDate
           COMPUTE TodayInteger =
               FUNCTION INTEGER-OF-DATE(BusinessToday)

           OPEN INPUT SupplierInvoiceFile
           IF WS-FileStatus = "35"
               DISPLAY "No SupplierInvoices.dat on file - nothing "
                   "to pay"
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
               IF SI-Matched
                   PERFORM SelectIfDue
               END-IF

               READ SupplierInvoiceFile
                   AT END SET EndOfSupplierInvoices TO TRUE
               END-READ
               MOVE "SupplierInvoices.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-PERFORM

           CLOSE SupplierInvoiceFile
           CLOSE SupplierFile

           IF NumPayees = 0
               DISPLAY "No matched invoices due for payment"
               STOP RUN
           END-IF

           PERFORM NetOpenCredits

           OPEN EXTEND SupplierPaymentFile
           IF WS-FileStatus = "35"
               OPEN OUTPUT SupplierPaymentFile
           END-IF
           MOVE "SupplierPayments.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN OUTPUT RemittanceRpt
           MOVE "Remittances.rpt" TO WS-FileStatusName
           PERFORM CheckFileStatus

           PERFORM VARYING Payee-Idx FROM 1 BY 1
                 UNTIL Payee-Idx > NumPayees
               PERFORM PayOneSupplier
           END-PERFORM

           CLOSE SupplierPaymentFile
           CLOSE RemittanceRpt

           PERFORM MarkCreditsNetted
           PERFORM MarkInvoicesPaid

           DISPLAY "Suppliers paid: " NumPayees
           DISPLAY "Invoices paid: " InvoicesMarkedPaid
           DISPLAY "Credits netted: " NumNettedCredits
               "  value " RunCreditTotal
           DISPLAY "Total sent: " RunPaidTotal
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

      * A matched invoice is due once its terms have run from the day
      * it was keyed in. A due invoice that won't fit the tables is
      * left unpaid, with a warning, for the next run.
       SelectIfDue.
           PERFORM FindSupplierTerms
           COMPUTE DueInteger =
               FUNCTION INTEGER-OF-DATE(SI-EntryDate) + TermsDays
           IF DueInteger NOT > TodayInteger
               PERFORM FindPayee
               IF FoundPayeeIdx = 0
                  OR NumDueInvoices NOT < MaxDueInvoices
                   IF NOT DueTableFull
                       DISPLAY "Warning: payment tables full - "
                           "later due invoices left for the next run"
                       SET DueTableFull TO TRUE
                   END-IF
               ELSE
                   ADD 1 TO NumDueInvoices
                   MOVE SI-SupplierID TO DI-SupplierID(NumDueInvoices)
                   MOVE SI-InvoiceNumber
                       TO DI-InvoiceNumber(NumDueInvoices)
                   MOVE SI-PONumber TO DI-PONumber(NumDueInvoices)
                   MOVE SI-EntryDate TO DI-EntryDate(NumDueInvoices)
                   MOVE SI-Amount TO DI-Amount(NumDueInvoices)
                   ADD 1 TO PE-InvoiceCount(FoundPayeeIdx)
                   ADD SI-Amount TO PE-InvoiceTotal(FoundPayeeIdx)
               END-IF
           END-IF.

      * The supplier's terms, name and contact off the master. A
      * supplier no longer on file is still paid what was matched
      * against its orders, on standard terms.
       FindSupplierTerms.
           MOVE StandardTermsDays TO TermsDays
           MOVE SI-SupplierID TO SupplierID OF SupplierRecord
           READ SupplierFile
               INVALID KEY
                   MOVE "(not on supplier master)" TO SupplierName
                   MOVE SPACES TO SupplierContact
               NOT INVALID KEY
                   IF SupplierPaymentTermsDays NUMERIC
                       MOVE SupplierPaymentTermsDays TO TermsDays
                   END-IF
           END-READ

           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
              MOVE "SupplierMaster.dat" TO WS-FileStatusName
              PERFORM CheckFileStatus
           END-IF.

      * The invoice's supplier in the payee table, added the first
      * time it turns up; FoundPayeeIdx is zero when the table is
      * full and the supplier isn't already in it.
       FindPayee.
           MOVE ZEROS TO FoundPayeeIdx
           SET Payee-Idx TO 1
           SEARCH PayeeEntry
               AT END CONTINUE
               WHEN PE-SupplierID(Payee-Idx) = SI-SupplierID
                   SET FoundPayeeIdx TO Payee-Idx
           END-SEARCH

           IF FoundPayeeIdx = 0 AND NumPayees < MaxPayees
               ADD 1 TO NumPayees
               MOVE NumPayees TO FoundPayeeIdx
               MOVE SI-SupplierID TO PE-SupplierID(NumPayees)
               MOVE SupplierName TO PE-SupplierName(NumPayees)
               MOVE SupplierContact TO PE-SupplierContact(NumPayees)
               MOVE ZEROS TO PE-InvoiceCount(NumPayees)
               MOVE ZEROS TO PE-InvoiceTotal(NumPayees)
               MOVE ZEROS TO PE-CreditTotal(NumPayees)
           END-IF.

      * Walks the expected-credits register in the order the goods
      * went back, netting each open credit for a supplier being
      * paid while the invoices still cover it. Nothing is marked
      * yet -- that waits until the payment is on file.
       NetOpenCredits.
           MOVE ZEROS TO CreditRecordNo
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
                   ADD 1 TO CreditRecordNo
                   IF EC-Open
                       PERFORM NetOneCredit
                   END-IF

                   READ ExpectedCreditFile
                       AT END SET EndOfExpectedCredits TO TRUE
                   END-READ
                   MOVE "ExpectedCredits.dat" TO WS-FileStatusName
                   PERFORM CheckFileStatus
               END-PERFORM

               CLOSE ExpectedCreditFile
           END-IF.

       NetOneCredit.
           MOVE ZEROS TO FoundPayeeIdx
           SET Payee-Idx TO 1
           SEARCH PayeeEntry
               AT END CONTINUE
               WHEN PE-SupplierID(Payee-Idx) = EC-SupplierID
                   SET FoundPayeeIdx TO Payee-Idx
           END-SEARCH

           IF FoundPayeeIdx > 0
               IF EC-Value NOT > PE-InvoiceTotal(FoundPayeeIdx)
                                - PE-CreditTotal(FoundPayeeIdx)
                   IF NumNettedCredits < MaxNettedCredits
                       ADD 1 TO NumNettedCredits
                       MOVE EC-SupplierID
                           TO NC-SupplierID(NumNettedCredits)
                       MOVE EC-GadgedID TO NC-GadgedID(NumNettedCredits)
                       MOVE EC-Qty TO NC-Qty(NumNettedCredits)
                       MOVE EC-RtsDate TO NC-RtsDate(NumNettedCredits)
                       MOVE EC-Value TO NC-Value(NumNettedCredits)
                       MOVE CreditRecordNo
                           TO NC-RecordNo(NumNettedCredits)
                       ADD EC-Value TO PE-CreditTotal(FoundPayeeIdx)
                       ADD EC-Value TO RunCreditTotal
                   ELSE
                       IF NOT NetTableFull
                           DISPLAY "Warning: netted-credit table "
                               "full at " MaxNettedCredits
                               " - later credits left open"
                           SET NetTableFull TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * One supplier: the payment record, then the advice.
       PayOneSupplier.
           COMPUTE PaymentAmount = PE-InvoiceTotal(Payee-Idx)
               - PE-CreditTotal(Payee-Idx)
           ADD PaymentAmount TO RunPaidTotal

           MOVE PE-SupplierID(Payee-Idx) TO PY-SupplierID
           MOVE BusinessToday TO PY-PaymentDate
           MOVE PE-InvoiceCount(Payee-Idx) TO PY-InvoiceCount
           MOVE PE-InvoiceTotal(Payee-Idx) TO PY-InvoiceTotal
           MOVE PE-CreditTotal(Payee-Idx) TO PY-CreditTotal
           MOVE PaymentAmount TO PY-PaymentAmount
           WRITE SupplierPaymentRec
           MOVE "SupplierPayments.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           PERFORM WriteRemittanceAdvice.

      * The advice on a page of its own: the supplier's name and
      * contact, every invoice being settled, every credit taken off,
      * and the amount sent.
       WriteRemittanceAdvice.
           MOVE "Remittances.rpt" TO WS-FileStatusName
           MOVE BusinessToday TO AD-Date
           IF FirstAdvice
               MOVE "N" TO FirstAdviceFlag
               WRITE RemittanceLine FROM AdviceDateLine
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE RemittanceLine FROM AdviceDateLine
                   AFTER ADVANCING PAGE
           END-IF
           PERFORM CheckFileStatus
           WRITE RemittanceLine FROM PE-SupplierName(Payee-Idx)
               AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus
           WRITE RemittanceLine FROM PE-SupplierContact(Payee-Idx)
               AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus
           MOVE PE-SupplierID(Payee-Idx) TO AS-SupplierID
           WRITE RemittanceLine FROM AdviceSupplierLine
               AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus
           WRITE RemittanceLine FROM AdviceTitleLine
               AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus
           WRITE RemittanceLine FROM AdvicePaidText
               AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus
           WRITE RemittanceLine FROM AdviceInvoiceHeads
               AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus

           PERFORM VARYING Due-Idx FROM 1 BY 1
                 UNTIL Due-Idx > NumDueInvoices
               IF DI-SupplierID(Due-Idx) = PE-SupplierID(Payee-Idx)
                   MOVE DI-InvoiceNumber(Due-Idx) TO AI-InvoiceNumber
                   MOVE DI-PONumber(Due-Idx) TO AI-PONumber
                   MOVE DI-EntryDate(Due-Idx) TO AI-EntryDate
                   MOVE DI-Amount(Due-Idx) TO AI-Amount
                   WRITE RemittanceLine FROM AdviceInvoiceLine
                       AFTER ADVANCING 1 LINE
                   PERFORM CheckFileStatus
               END-IF
           END-PERFORM

           MOVE "Invoices settled" TO AT-Caption
           MOVE PE-InvoiceTotal(Payee-Idx) TO AT-Amount
           WRITE RemittanceLine FROM AdviceTotalLine
               AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus

           IF PE-CreditTotal(Payee-Idx) > 0
               WRITE RemittanceLine FROM AdviceCreditText
                   AFTER ADVANCING 2 LINES
               PERFORM CheckFileStatus
               WRITE RemittanceLine FROM AdviceCreditHeads
                   AFTER ADVANCING 2 LINES
               PERFORM CheckFileStatus

               PERFORM VARYING Net-Idx FROM 1 BY 1
                     UNTIL Net-Idx > NumNettedCredits
                   IF NC-SupplierID(Net-Idx) = PE-SupplierID(Payee-Idx)
                       MOVE NC-GadgedID(Net-Idx) TO AC-GadgedID
                       MOVE NC-Qty(Net-Idx) TO AC-Qty
                       MOVE NC-RtsDate(Net-Idx) TO AC-RtsDate
                       MOVE NC-Value(Net-Idx) TO AC-Value
                       WRITE RemittanceLine FROM AdviceCreditLine
                           AFTER ADVANCING 1 LINE
                       PERFORM CheckFileStatus
                   END-IF
               END-PERFORM

               MOVE "Credits taken" TO AT-Caption
               MOVE PE-CreditTotal(Payee-Idx) TO AT-Amount
               WRITE RemittanceLine FROM AdviceTotalLine
                   AFTER ADVANCING 2 LINES
               PERFORM CheckFileStatus
           END-IF

           MOVE "Amount of this payment" TO AT-Caption
           MOVE PaymentAmount TO AT-Amount
           WRITE RemittanceLine FROM AdviceTotalLine
               AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus.

      * Second pass over the credits register, now the payments and
      * their advices are on file: each credit netted off them is
      * marked Netted and dated, so the credit-aging report stops
      * chasing it.
       MarkCreditsNetted.
           IF NumNettedCredits > 0
               MOVE ZEROS TO CreditRecordNo
               SET Net-Idx TO 1
               OPEN I-O ExpectedCreditFile
               MOVE "ExpectedCredits.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus

               READ ExpectedCreditFile
                   AT END SET EndOfExpectedCredits TO TRUE
               END-READ
               PERFORM CheckFileStatus

               PERFORM UNTIL EndOfExpectedCredits
                          OR Net-Idx > NumNettedCredits
                   ADD 1 TO CreditRecordNo
                   IF CreditRecordNo = NC-RecordNo(Net-Idx)
                       SET EC-Netted TO TRUE
                       MOVE BusinessToday TO EC-CreditDate
                       REWRITE ExpectedCreditRec
                       MOVE "ExpectedCredits.dat" TO WS-FileStatusName
                       PERFORM CheckFileStatus
                       SET Net-Idx UP BY 1
                   END-IF

                   READ ExpectedCreditFile
                       AT END SET EndOfExpectedCredits TO TRUE
                   END-READ
                   MOVE "ExpectedCredits.dat" TO WS-FileStatusName
                   PERFORM CheckFileStatus
               END-PERFORM

               CLOSE ExpectedCreditFile
           END-IF.

      * Second pass over the invoices, now the payments are on file:
      * each matched invoice that was selected is marked Paid and
      * dated.
       MarkInvoicesPaid.
           OPEN I-O SupplierInvoiceFile
           MOVE "SupplierInvoices.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           READ SupplierInvoiceFile
               AT END SET EndOfSupplierInvoices TO TRUE
           END-READ
           PERFORM CheckFileStatus

           PERFORM UNTIL EndOfSupplierInvoices
               IF SI-Matched
                   PERFORM MarkIfSelected
               END-IF

               READ SupplierInvoiceFile
                   AT END SET EndOfSupplierInvoices TO TRUE
               END-READ
               MOVE "SupplierInvoices.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-PERFORM

           CLOSE SupplierInvoiceFile.

       MarkIfSelected.
           MOVE "N" TO SelectedFlag
           SET Due-Idx TO 1
           SEARCH DueInvoiceEntry
               AT END CONTINUE
               WHEN DI-SupplierID(Due-Idx) = SI-SupplierID
                AND DI-InvoiceNumber(Due-Idx) = SI-InvoiceNumber
                AND DI-PONumber(Due-Idx) = SI-PONumber
                   SET InvoiceSelected TO TRUE
           END-SEARCH

           IF InvoiceSelected
               SET SI-Paid TO TRUE
               MOVE BusinessToday TO SI-PaidDate
               REWRITE SupplierInvoiceRec
               MOVE "SupplierInvoices.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
               ADD 1 TO InvoicesMarkedPaid
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
