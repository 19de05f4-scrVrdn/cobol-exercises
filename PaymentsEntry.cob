      * payment settles the student's oldest open invoice first and
      * rolls any excess onto the next, flipping each invoice to
      * Paid as it fills. Money left over after every invoice is
      * settled is reported for the bursar to hold on account. Each
      * share of a payment is written to the TuitionReceipts.dat
      * cash book under the business day, for the ledger extract.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

      * Appended to, one record per invoice a payment settles and
      * one for anything held on account.
           SELECT TuitionReceiptFile
               ASSIGN TO "TuitionReceipts.dat"
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

       FD TuitionInvoiceFile.
           COPY TUITION.

       FD TuitionReceiptFile.
           COPY TUITRCPT.

       WORKING-STORAGE SECTION.
       01 BusinessToday PIC 9(8) VALUE ZEROS.
       COPY FILESTAT.

       01 PayStudentId PIC 9(8).

       PROCEDURE DIVISION.
       Main.
           PERFORM GetBusinessDate

           OPEN EXTEND TuitionReceiptFile
           IF WS-FileStatus = "35"
               OPEN OUTPUT TuitionReceiptFile
           END-IF
           MOVE "TuitionReceipts.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           PERFORM UNTIL NOT MorePayments
               PERFORM PostOnePayment

               ACCEPT MorePaymentsFlag
           END-PERFORM

           CLOSE TuitionReceiptFile

           DISPLAY "Payments posted: " PaymentsPosted
           STOP RUN.

               IF RemainingPayment > 0
                   DISPLAY "Payment exceeds open invoices by "
                       RemainingPayment " - hold on account"
                   MOVE ZEROS TO TR-InvoiceNumber
                   MOVE SPACES TO TR-CourseCode
                   MOVE RemainingPayment TO TR-Amount
                   PERFORM WriteReceipt
               END-IF
           END-IF.

       SettleOneInvoice.
           COMPUTE InvoiceBalance = TU-Amount - TU-AmountPaid
           MOVE TU-InvoiceNumber TO TR-InvoiceNumber
           MOVE TU-CourseCode TO TR-CourseCode
           IF RemainingPayment NOT < InvoiceBalance
               MOVE InvoiceBalance TO TR-Amount
               SUBTRACT InvoiceBalance FROM RemainingPayment
               MOVE TU-Amount TO TU-AmountPaid
               SET TU-PaidInvoice TO TRUE
               DISPLAY "Invoice " TU-InvoiceNumber " settled in full"
           ELSE
               MOVE RemainingPayment TO TR-Amount
               ADD RemainingPayment TO TU-AmountPaid
               MOVE ZEROS TO RemainingPayment
               DISPLAY "Invoice " TU-InvoiceNumber " part-paid - "
           END-IF
           REWRITE TuitionInvoiceRec
           MOVE "TuitionInvoices.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus
           PERFORM WriteReceipt.

      * One share of the payment in hand into the cash book;
      * TR-InvoiceNumber, TR-CourseCode and TR-Amount are set by
      * the caller.
       WriteReceipt.
           MOVE BusinessToday TO TR-ReceiptDate
           MOVE PayStudentId TO TR-StudentId
           WRITE TuitionReceiptRec
           MOVE "TuitionReceipts.dat" TO WS-FileStatusName
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
