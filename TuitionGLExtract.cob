       IDENTIFICATION DIVISION.
       PROGRAM-ID. TuitionGLExtract.
       AUTHOR. io.github.scrvrdn.
      * Nightly general-ledger interface for the tuition ledger, the
      * counterpart of GLExtract on the stock side: turns the day's
      * TuitionInvoices.dat and TuitionReceipts.dat activity into a
      * TuitionGLPostings.dat posting file -- fee income billed,
      * the scholarships and bursaries taken off it, credit notes,
      * payments received, and the resulting movement in tuition
      * receivables -- summarized by CourseCode. The header, trailer
      * and control-total layout are GLPostings.dat's, and the
      * control totals go on the same GLExtractControl.dat register
      * marked as the tuition ledger, so GLAckReconcile chases the
      * ledger system's acknowledgments for both. Replaces the
      * monthly AgedDebt.rpt printout the accountants keyed in by
      * hand.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TuitionInvoiceFile
               ASSIGN TO "TuitionInvoices.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

      * The cash book PaymentsEntry writes -- the invoice file only
      * keeps a running amount paid, not when it was paid.
           SELECT TuitionReceiptFile
               ASSIGN TO "TuitionReceipts.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

           SELECT GLPostingFile ASSIGN TO "TuitionGLPostings.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

      * One control record appended per extract run, on the register
      * GLExtract keeps -- see GLCTL.
           SELECT GLControlFile ASSIGN TO "GLExtractControl.dat"
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

       FD GLControlFile.
           COPY GLCTL.

      * One posting per posting-type and course with anything to
      * post, wrapped in the header and trailer GLPostings.dat
      * carries. The course code takes the place of the stock
      * side's category code, and every layout is padded to the
      * same common 23 bytes, so the receiving side reads both
      * files with one fixed-width layout.
       FD GLPostingFile.
       01 GLPostingRec.
           02 GL-RecordType PIC X.
           02 GL-PostingType PIC X(2).
      * Fees billed, before any award comes off.
               88 GL-FeeIncome VALUE "FI".
      * Scholarships and bursaries taken off the fees billed.
               88 GL-FeeAwards VALUE "AW".
      * Credit notes raised on withdrawal -- negative amounts.
               88 GL-CreditNotes VALUE "CN".
      * Money received, whether settling invoices or held on
      * account (the latter under a blank course code).
               88 GL-PaymentsReceived VALUE "PR".
      * Net change in what students owe: fees net of awards, less
      * credit notes, less the payments applied to invoices.
               88 GL-ReceivablesMovement VALUE "RM".
           02 GL-CourseCode PIC X(5).
           02 GL-Amount PIC S9(11)V99 SIGN LEADING SEPARATE.
           02 FILLER PIC X(1).
       01 GLHeaderRec.
           02 GLH-RecordType PIC X.
           02 GLH-PostingDate PIC 9(8).
           02 GLH-ExtractTimestamp PIC 9(14).
       01 GLTrailerRec.
           02 GLT-RecordType PIC X.
           02 GLT-RecordCount PIC 9(6).
           02 GLT-HashTotal PIC 9(13)V99.
           02 FILLER PIC X(1).

       WORKING-STORAGE SECTION.
       01 BusinessToday PIC 9(8) VALUE ZEROS.
       COPY FILESTAT.

      * The business day being extracted -- defaults to today when
      * the operator (or the nightly driver's canned answer) just
      * sends an empty line.
       01 PostingDate PIC 9(8) VALUE ZEROS.

      * Per-course money buckets for the five posting types, in the
      * order courses are first met.
       01 MaxPostingCourses PIC 9(3) VALUE 200.
       01 CoursePostingTotals.
           02 NumPostingCourses PIC 9(3) VALUE ZERO.
           02 CoursePosting OCCURS 0 TO 200 TIMES
                    DEPENDING ON NumPostingCourses
                    INDEXED BY Cpt-Idx.
              03 CPT-CourseCode PIC X(5).
              03 CPT-FeeIncome PIC 9(11)V99.
              03 CPT-FeeAwards PIC 9(11)V99.
              03 CPT-CreditNotes PIC S9(11)V99.
              03 CPT-Payments PIC 9(11)V99.
              03 CPT-Movement PIC S9(11)V99.
       01 CourseTableFullFlag PIC X VALUE "N".
           88 CourseTableFull VALUE "Y".
       01 FoundCourseIdx PIC 9(3).
       01 WorkCourseCode PIC X(5).

       01 InvoicesTaken PIC 9(6) VALUE ZERO.
       01 CreditsTaken PIC 9(6) VALUE ZERO.
       01 ReceiptsTaken PIC 9(6) VALUE ZERO.
       01 PostingCount PIC 9(6) VALUE ZERO.
       01 HashTotal PIC 9(13)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       Main.
           PERFORM GetBusinessDate

           DISPLAY "Posting date (CCYYMMDD, Enter for today) - "
               WITH NO ADVANCING
           ACCEPT PostingDate
           IF PostingDate = ZEROS
               MOVE BusinessToday TO PostingDate
           END-IF

           PERFORM TallyInvoices
           PERFORM TallyReceipts

           PERFORM WritePostingFile
           PERFORM RecordExtractControl

           DISPLAY "Invoices taken:      " InvoicesTaken
           DISPLAY "Credit notes taken:  " CreditsTaken
           DISPLAY "Receipts taken:      " ReceiptsTaken
           DISPLAY "GL postings written: " PostingCount
               "  hash total: " HashTotal
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

      * Walks the invoice file for what was raised on the posting
      * date: an invoice posts its gross fee as income and its
      * awards against it, a credit note posts as itself, and
      * either moves receivables by what the student now owes.
       TallyInvoices.
           OPEN INPUT TuitionInvoiceFile
           IF WS-FileStatus = "35"
               DISPLAY "No TuitionInvoices.dat - nothing billed or "
                   "credited today"
           ELSE
               MOVE "TuitionInvoices.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus

               READ TuitionInvoiceFile
                   AT END SET EndOfTuitionInvoices TO TRUE
               END-READ
               PERFORM CheckFileStatus

               PERFORM UNTIL EndOfTuitionInvoices
                   IF TU-InvoiceDate = PostingDate
                       PERFORM TallyOneInvoice
                   END-IF

                   READ TuitionInvoiceFile
                       AT END SET EndOfTuitionInvoices TO TRUE
                   END-READ
                   MOVE "TuitionInvoices.dat" TO WS-FileStatusName
                   PERFORM CheckFileStatus
               END-PERFORM

               CLOSE TuitionInvoiceFile
           END-IF.

      * Invoices raised before awards existed carry no gross or
      * discount; their amount is the whole fee.
       TallyOneInvoice.
           MOVE TU-CourseCode TO WorkCourseCode
           PERFORM FindPostingCourse
           IF FoundCourseIdx > 0
               IF TU-CreditNote
                   ADD 1 TO CreditsTaken
                   ADD TU-Amount TO CPT-CreditNotes(FoundCourseIdx)
               ELSE
                   ADD 1 TO InvoicesTaken
                   IF TU-GrossAmount NUMERIC
                      AND TU-Discount NUMERIC
                       ADD TU-GrossAmount
                           TO CPT-FeeIncome(FoundCourseIdx)
                       ADD TU-Discount
                           TO CPT-FeeAwards(FoundCourseIdx)
                   ELSE
                       ADD TU-Amount TO CPT-FeeIncome(FoundCourseIdx)
                   END-IF
               END-IF
               ADD TU-Amount TO CPT-Movement(FoundCourseIdx)
           END-IF.

      * Walks the cash book for the posting date's receipts. Money
      * settling an invoice reduces receivables; money held on
      * account is received but owed back until applied.
       TallyReceipts.
           OPEN INPUT TuitionReceiptFile
           IF WS-FileStatus = "35"
               DISPLAY "No TuitionReceipts.dat - no payments today"
           ELSE
               MOVE "TuitionReceipts.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus

               READ TuitionReceiptFile
                   AT END SET EndOfTuitionReceipts TO TRUE
               END-READ
               PERFORM CheckFileStatus

               PERFORM UNTIL EndOfTuitionReceipts
                   IF TR-ReceiptDate = PostingDate
                       ADD 1 TO ReceiptsTaken
                       MOVE TR-CourseCode TO WorkCourseCode
                       PERFORM FindPostingCourse
                       IF FoundCourseIdx > 0
                           ADD TR-Amount
                               TO CPT-Payments(FoundCourseIdx)
                           IF TR-InvoiceNumber NOT = ZEROS
                               SUBTRACT TR-Amount
                                   FROM CPT-Movement(FoundCourseIdx)
                           END-IF
                       END-IF
                   END-IF

                   READ TuitionReceiptFile
                       AT END SET EndOfTuitionReceipts TO TRUE
                   END-READ
                   MOVE "TuitionReceipts.dat" TO WS-FileStatusName
                   PERFORM CheckFileStatus
               END-PERFORM

               CLOSE TuitionReceiptFile
           END-IF.

      * The bucket for WorkCourseCode, opened when first met;
      * FoundCourseIdx stays zero only once the table is full.
       FindPostingCourse.
           MOVE ZEROS TO FoundCourseIdx
           SET Cpt-Idx TO 1
           SEARCH CoursePosting
               AT END
                   IF NumPostingCourses < MaxPostingCourses
                       ADD 1 TO NumPostingCourses
                       MOVE WorkCourseCode
                           TO CPT-CourseCode(NumPostingCourses)
                       MOVE ZEROS TO CPT-FeeIncome(NumPostingCourses)
                       MOVE ZEROS TO CPT-FeeAwards(NumPostingCourses)
                       MOVE ZEROS
                           TO CPT-CreditNotes(NumPostingCourses)
                       MOVE ZEROS TO CPT-Payments(NumPostingCourses)
                       MOVE ZEROS TO CPT-Movement(NumPostingCourses)
                       MOVE NumPostingCourses TO FoundCourseIdx
                   ELSE
                       IF NOT CourseTableFull
                           DISPLAY "Warning: course table full at "
                               MaxPostingCourses " courses - later "
                               "courses not posted"
                           SET CourseTableFull TO TRUE
                       END-IF
                   END-IF
               WHEN CPT-CourseCode(Cpt-Idx) = WorkCourseCode
                   SET FoundCourseIdx TO Cpt-Idx
           END-SEARCH.

      * Writes the posting file: header, one posting per course and
      * type with anything in it, and the trailer with the record
      * count and the hash total (sum of absolute amounts) the
      * receiving side recomputes to prove the file arrived whole.
       WritePostingFile.
           OPEN OUTPUT GLPostingFile
           MOVE "TuitionGLPostings.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           MOVE SPACES TO GLHeaderRec
           MOVE "H" TO GLH-RecordType
           MOVE PostingDate TO GLH-PostingDate
           MOVE FUNCTION CURRENT-DATE(1:14) TO GLH-ExtractTimestamp
           WRITE GLHeaderRec
           PERFORM CheckFileStatus

           PERFORM VARYING Cpt-Idx FROM 1 BY 1
                   UNTIL Cpt-Idx > NumPostingCourses
               IF CPT-FeeIncome(Cpt-Idx) > 0
                   SET GL-FeeIncome TO TRUE
                   MOVE CPT-FeeIncome(Cpt-Idx) TO GL-Amount
                   PERFORM WriteOnePosting
               END-IF
               IF CPT-FeeAwards(Cpt-Idx) > 0
                   SET GL-FeeAwards TO TRUE
                   MOVE CPT-FeeAwards(Cpt-Idx) TO GL-Amount
                   PERFORM WriteOnePosting
               END-IF
               IF CPT-CreditNotes(Cpt-Idx) NOT = 0
                   SET GL-CreditNotes TO TRUE
                   MOVE CPT-CreditNotes(Cpt-Idx) TO GL-Amount
                   PERFORM WriteOnePosting
               END-IF
               IF CPT-Payments(Cpt-Idx) > 0
                   SET GL-PaymentsReceived TO TRUE
                   MOVE CPT-Payments(Cpt-Idx) TO GL-Amount
                   PERFORM WriteOnePosting
               END-IF
               IF CPT-Movement(Cpt-Idx) NOT = 0
                   SET GL-ReceivablesMovement TO TRUE
                   MOVE CPT-Movement(Cpt-Idx) TO GL-Amount
                   PERFORM WriteOnePosting
               END-IF
           END-PERFORM

           MOVE SPACES TO GLTrailerRec
           MOVE "T" TO GLT-RecordType
           MOVE PostingCount TO GLT-RecordCount
           MOVE HashTotal TO GLT-HashTotal
           WRITE GLTrailerRec
           PERFORM CheckFileStatus

           CLOSE GLPostingFile.

      * Appends this extract's control totals to the lasting
      * register the acknowledgment reconciliation works from,
      * marked as the tuition ledger's.
       RecordExtractControl.
           OPEN EXTEND GLControlFile
           IF WS-FileStatus = "35"
               OPEN OUTPUT GLControlFile
           END-IF
           MOVE "GLExtractControl.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           MOVE PostingDate TO GC-PostingDate
           MOVE PostingCount TO GC-RecordCount
           MOVE HashTotal TO GC-HashTotal
           MOVE FUNCTION CURRENT-DATE(1:14) TO GC-ExtractTimestamp
           MOVE "T" TO GC-Ledger
           WRITE GLControlRec
           PERFORM CheckFileStatus

           CLOSE GLControlFile.

       WriteOnePosting.
           MOVE "D" TO GL-RecordType
           MOVE CPT-CourseCode(Cpt-Idx) TO GL-CourseCode
           WRITE GLPostingRec
           MOVE "TuitionGLPostings.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus
           ADD 1 TO PostingCount
           COMPUTE HashTotal = HashTotal + FUNCTION ABS(GL-Amount).

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
