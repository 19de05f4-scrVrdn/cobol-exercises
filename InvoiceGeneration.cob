      * operator keys. A student already invoiced for the term is
      * skipped, so a rerun after a failure doesn't double-bill;
      * a course with no fee on the master bills nothing, loudly.
      * Any scholarship, bursary or discount the student holds for
      * the course and term comes off as the invoice is raised: the
      * invoice carries the gross fee, the discount and the net
      * owed, and each award's share goes to FeeDiscounts.dat for
      * the sponsor's bill.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

      * OPTIONAL: with no award file everyone pays the full fee.
           SELECT OPTIONAL FeeAwardFile ASSIGN TO "FeeAwards.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FA-Key
               FILE STATUS IS WS-FileStatus.

           SELECT FeeDiscountFile ASSIGN TO "FeeDiscounts.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

      * The business day this cycle stamps from, set by the batch
      * driver -- see BUSDATE.
       FD TuitionInvoiceFile.
           COPY TUITION.

       FD FeeAwardFile.
           COPY FEEAWARD.

       FD FeeDiscountFile.
           COPY FEEDISC.

       WORKING-STORAGE SECTION.
       01 BusinessToday PIC 9(8) VALUE ZEROS.
       COPY FILESTAT.
       01 AlreadyBilledFlag PIC X.
           88 AlreadyBilled VALUE "Y".

       01 FeeAwardOpenFlag PIC X VALUE "N".
           88 FeeAwardOpen VALUE "Y".
       01 WalkDoneFlag PIC X.
           88 WalkDone VALUE "Y".

      * The awards in force on the invoice being raised, and what
      * each takes off -- never more, together, than the fee.
       01 AppliedAwardCount PIC 99 VALUE ZERO.
       01 AppliedAwardTable.
           02 AppliedAward OCCURS 10 TIMES INDEXED BY AwardIdx.
              03 AA-AwardCode PIC X(6).
              03 AA-FundingBody PIC X(20).
              03 AA-Discount PIC 9(5)V99.
       01 AwardDiscount PIC 9(5)V99.
       01 TotalDiscount PIC 9(5)V99.
       01 NetFee PIC 9(5)V99.
       01 GrossEdit PIC ZZ,ZZ9.99.
       01 DiscountEdit PIC ZZ,ZZ9.99.
       01 NetEdit PIC ZZ,ZZ9.99.

       01 InvoicesRaised PIC 9(5) VALUE ZERO.
       01 DiscountedCount PIC 9(5) VALUE ZERO.
       01 DiscountGiven PIC 9(7)V99 VALUE ZERO.
       01 DiscountGivenEdit PIC Z,ZZZ,ZZ9.99.
       01 AlreadyBilledCount PIC 9(5) VALUE ZERO.
       01 NoFeeCount PIC 9(5) VALUE ZERO.

           MOVE "CourseMaster.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN INPUT FeeAwardFile
           EVALUATE WS-FileStatus
               WHEN "00"
                   SET FeeAwardOpen TO TRUE
               WHEN "05"
                   CLOSE FeeAwardFile
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "FeeAwards.dat" TO WS-FileStatusName
                   PERFORM CheckFileStatus
           END-EVALUATE

           OPEN EXTEND FeeDiscountFile
           IF WS-FileStatus = "35"
               OPEN OUTPUT FeeDiscountFile
           END-IF
           MOVE "FeeDiscounts.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           READ StudentFile NEXT RECORD
               AT END SET EndOfStudentFile TO TRUE
           END-READ

           CLOSE StudentFile
           CLOSE CourseFile
           IF FeeAwardOpen
               CLOSE FeeAwardFile
           END-IF
           CLOSE FeeDiscountFile

           DISPLAY "Invoices raised:       " InvoicesRaised
           IF DiscountedCount > 0
               MOVE DiscountGiven TO DiscountGivenEdit
               DISPLAY "With awards applied:   " DiscountedCount
                   " - discount given " DiscountGivenEdit
           END-IF
           IF AlreadyBilledCount > 0
               DISPLAY "Already billed, skipped: " AlreadyBilledCount
           END-IF
               IF AlreadyBilled
                   ADD 1 TO AlreadyBilledCount
               ELSE
                   PERFORM ApplyFeeAwards
                   PERFORM RaiseInvoice
               END-IF
           END-IF.
           END-IF
           MOVE SPACES TO TuitionInvoiceRec.

      * Walks the student's awards and keeps each one in force for
      * this course and term: a percentage of the fee, or its fixed
      * sum, taken in award-code order and cut back so the awards
      * together never take off more than the fee.
       ApplyFeeAwards.
           MOVE ZERO TO AppliedAwardCount
           MOVE ZEROS TO TotalDiscount
           IF FeeAwardOpen
               MOVE SR-StudentId TO FA-StudentId
               MOVE LOW-VALUES TO FA-AwardCode
               MOVE "N" TO WalkDoneFlag
               START FeeAwardFile KEY NOT LESS THAN FA-Key
                   INVALID KEY
                       SET WalkDone TO TRUE
               END-START

               PERFORM UNTIL WalkDone
                   READ FeeAwardFile NEXT RECORD
                       AT END SET WalkDone TO TRUE
                   END-READ
                   IF NOT WalkDone
                       MOVE "FeeAwards.dat" TO WS-FileStatusName
                       PERFORM CheckFileStatus
                       IF FA-StudentId NOT = SR-StudentId
                          OR AppliedAwardCount = 10
                           SET WalkDone TO TRUE
                       ELSE
                           PERFORM ConsiderFeeAward
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           COMPUTE NetFee = CourseFee - TotalDiscount.

       ConsiderFeeAward.
           IF (FA-CourseCode = SPACES
                 OR FA-CourseCode = SR-CourseCode)
              AND FA-FirstTerm NOT > BillingTerm
              AND (FA-LastTerm = SPACES
                 OR FA-LastTerm NOT < BillingTerm)
               IF FA-PercentAward
                   COMPUTE AwardDiscount ROUNDED =
                       CourseFee * FA-Percent / 100
               ELSE
                   MOVE FA-FixedAmount TO AwardDiscount
               END-IF
               IF AwardDiscount > CourseFee - TotalDiscount
                   COMPUTE AwardDiscount = CourseFee - TotalDiscount
               END-IF
               IF AwardDiscount > 0
                   ADD 1 TO AppliedAwardCount
                   SET AwardIdx TO AppliedAwardCount
                   MOVE FA-AwardCode TO AA-AwardCode(AwardIdx)
                   MOVE FA-FundingBody TO AA-FundingBody(AwardIdx)
                   MOVE AwardDiscount TO AA-Discount(AwardIdx)
                   ADD AwardDiscount TO TotalDiscount
               END-IF
           END-IF.

      * A fully funded student's invoice is raised already paid, so
      * it never sits in the ledger as a debt of nothing.
       RaiseInvoice.
           OPEN EXTEND TuitionInvoiceFile
           IF WS-FileStatus = "35"
           MOVE SR-StudentId TO TU-StudentId
           MOVE SR-CourseCode TO TU-CourseCode
           MOVE BillingTerm TO TU-Term
           MOVE NetFee TO TU-Amount
           MOVE CourseFee TO TU-GrossAmount
           MOVE TotalDiscount TO TU-Discount
           MOVE ZEROS TO TU-AmountPaid
           MOVE BusinessToday TO TU-InvoiceDate
           IF NetFee = ZERO
               SET TU-PaidInvoice TO TRUE
           ELSE
               SET TU-OpenInvoice TO TRUE
           END-IF
           WRITE TuitionInvoiceRec
           PERFORM CheckFileStatus

           CLOSE TuitionInvoiceFile
           ADD 1 TO InvoicesRaised

           IF AppliedAwardCount > 0
               PERFORM WriteFeeDiscounts
           END-IF.

      * One FeeDiscounts.dat record per award on the invoice just
      * raised, and the invoice's gross, discount and net on the
      * console for the bursar's billing log.
       WriteFeeDiscounts.
           MOVE "FeeDiscounts.dat" TO WS-FileStatusName
           PERFORM VARYING AwardIdx FROM 1 BY 1
                   UNTIL AwardIdx > AppliedAwardCount
               MOVE TU-InvoiceNumber TO FD-InvoiceNumber
               MOVE SR-StudentId TO FD-StudentId
               MOVE SR-CourseCode TO FD-CourseCode
               MOVE BillingTerm TO FD-Term
               MOVE AA-AwardCode(AwardIdx) TO FD-AwardCode
               MOVE AA-FundingBody(AwardIdx) TO FD-FundingBody
               MOVE AA-Discount(AwardIdx) TO FD-Discount
               WRITE FeeDiscountRec
               PERFORM CheckFileStatus
           END-PERFORM

           ADD 1 TO DiscountedCount
           ADD TotalDiscount TO DiscountGiven
           MOVE CourseFee TO GrossEdit
           MOVE TotalDiscount TO DiscountEdit
           MOVE NetFee TO NetEdit
           DISPLAY "Invoice " TU-InvoiceNumber " StudentId "
               SR-StudentId " gross " GrossEdit " less awards "
               DiscountEdit " net " NetEdit.


      * The business day this run stamps -- the control record the
