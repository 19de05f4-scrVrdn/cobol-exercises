      * TuitionReceipts.dat record layout: the tuition cash book,
      * one record per share of a payment PaymentsEntry posted --
      * the invoice it settled, or none when the money was left
      * over and held on account -- dated with the business day it
      * was taken. The invoice file only keeps the running amount
      * paid, so this is where TuitionGLExtract finds the day's
      * payments received.
       01 TuitionReceiptRec.
           88 EndOfTuitionReceipts VALUE HIGH-VALUES.
           02 TR-ReceiptDate PIC 9(8).
           02 TR-StudentId PIC 9(8).
      * Zeros for money held on account.
           02 TR-InvoiceNumber PIC 9(8).
           02 TR-CourseCode PIC X(5).
           02 TR-Amount PIC 9(7)V99.
