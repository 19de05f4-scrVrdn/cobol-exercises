      * pass rate at the 40 line, and the mark distribution in four
      * bands, with CourseMaster titles -- the results-side figures
      * to sit alongside the enrollment counts SummaryReport-1
      * already prints. Candidates are first sittings; resits are
      * counted beside them, the pass rate is shown at the first
      * attempt and after resits, and the average and bands use the
      * mark that counts -- a resit's capped mark, not the mark sat.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY COURSREC.

       FD CourseResultsRpt.
       01 PrintLine PIC X(100).

       WORKING-STORAGE SECTION.
       01 BusinessToday PIC 9(8) VALUE ZEROS.
                    INDEXED BY CRs-Idx.
              03 CR-CourseCode PIC X(5).
              03 CR-Candidates PIC 9(5).
              03 CR-Resits PIC 9(5).
              03 CR-FirstPasses PIC 9(5).
              03 CR-Passes PIC 9(5).
              03 CR-MarkTotal PIC 9(8).
              03 CR-Band PIC 9(5) OCCURS 4 TIMES.
       01 CourseTableFullFlag PIC X VALUE "N".
           88 CourseTableFull VALUE "Y".
       01 FoundCourseIdx PIC 9(3).
       01 BandIdx PIC 9.
       01 PassRate PIC 9(3)V99.
       01 FirstPassRate PIC 9(3)V99.
       01 AverageMark PIC 9(3)V99.
       01 SittingCount PIC 9(6).
       01 ResultsRead PIC 9(6) VALUE ZERO.

       01 ReportHeading PIC X(32)
           VALUE "Course Results Summary".
       01 ResultsColHeads.
           02 FILLER PIC X(7) VALUE "Course".
           02 FILLER PIC X(26) VALUE "Title".
           02 FILLER PIC X(6) VALUE "Cands".
           02 FILLER PIC X(7) VALUE "Resits".
           02 FILLER PIC X(8) VALUE " 1st %".
           02 FILLER PIC X(8) VALUE "Pass %".
           02 FILLER PIC X(7) VALUE "   Avg".
           02 FILLER PIC X(30) VALUE "  0-39  40-54  55-69 70-100".
       01 CourseResultLine.
           02 CRL-CourseCode PIC X(5).
           02 FILLER PIC X(2) VALUE SPACES.
           02 CRL-CourseTitle PIC X(24).
           02 FILLER PIC X(2) VALUE SPACES.
           02 CRL-Candidates PIC ZZZZ9.
           02 FILLER PIC X(1) VALUE SPACES.
           02 CRL-Resits PIC ZZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 CRL-FirstPassRate PIC ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 CRL-PassRate PIC ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 CRL-Average PIC ZZ9.99.
           02 FILLER PIC X(1) VALUE SPACES.
           02 CRL-Band1 PIC ZZZZZ9.
           02 CRL-Band2 PIC ZZZZZZ9.
           END-IF.

       TallyOneResult.
      * Results from before sittings were numbered carry spaces in
      * MK-Attempt: those were all first sittings.
           IF MK-Attempt NOT NUMERIC
               MOVE 1 TO MK-Attempt
           END-IF
           MOVE ZEROS TO FoundCourseIdx
           SET CRs-Idx TO 1
           SEARCH CourseResultEntry
                       MOVE MK-CourseCode
                           TO CR-CourseCode(NumResultCourses)
                       MOVE ZEROS TO CR-Candidates(NumResultCourses)
                       MOVE ZEROS TO CR-Resits(NumResultCourses)
                       MOVE ZEROS TO CR-FirstPasses(NumResultCourses)
                       MOVE ZEROS TO CR-Passes(NumResultCourses)
                       MOVE ZEROS TO CR-MarkTotal(NumResultCourses)
                       MOVE ZEROS TO CR-Band(NumResultCourses, 1)
                       MOVE ZEROS TO CR-Band(NumResultCourses, 2)
                       MOVE ZEROS TO CR-Band(NumResultCourses, 3)
           END-SEARCH

           IF FoundCourseIdx > 0
               IF MK-Attempt > 1
                   ADD 1 TO CR-Resits(FoundCourseIdx)
               ELSE
                   ADD 1 TO CR-Candidates(FoundCourseIdx)
                   IF MK-Mark NOT < 40
                       ADD 1 TO CR-FirstPasses(FoundCourseIdx)
                   END-IF
               END-IF
               IF MK-Mark NOT < 40
                   ADD 1 TO CR-Passes(FoundCourseIdx)
               END-IF
               ADD MK-Mark TO CR-MarkTotal(FoundCourseIdx)
               EVALUATE TRUE
                   WHEN MK-Mark < 40 MOVE 1 TO BandIdx
                   WHEN MK-Mark < 55 MOVE 2 TO BandIdx
           END-IF

           MOVE CR-Candidates(CRs-Idx) TO CRL-Candidates
           MOVE CR-Resits(CRs-Idx) TO CRL-Resits
           IF CR-Candidates(CRs-Idx) > 0
               COMPUTE FirstPassRate ROUNDED =
                   CR-FirstPasses(CRs-Idx) / CR-Candidates(CRs-Idx)
                   * 100
               COMPUTE PassRate ROUNDED =
                   CR-Passes(CRs-Idx) / CR-Candidates(CRs-Idx) * 100
           ELSE
               MOVE ZEROS TO FirstPassRate, PassRate
           END-IF
           MOVE FirstPassRate TO CRL-FirstPassRate
           MOVE PassRate TO CRL-PassRate
           COMPUTE SittingCount =
               CR-Candidates(CRs-Idx) + CR-Resits(CRs-Idx)
           COMPUTE AverageMark ROUNDED =
               CR-MarkTotal(CRs-Idx) / SittingCount
           MOVE AverageMark TO CRL-Average
           MOVE CR-Band(CRs-Idx, 1) TO CRL-Band1
           MOVE CR-Band(CRs-Idx, 2) TO CRL-Band2
           MOVE CR-Band(CRs-Idx, 3) TO CRL-Band3
