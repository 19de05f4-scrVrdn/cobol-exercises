      * and, for each student with results on file, prints their
      * assessments with the course titles, marks, and a pass/fail
      * word per line -- the page the exam board used to assemble
      * by hand from stapled mark sheets. Every attempt is listed,
      * resits numbered and the mark sat shown beside the capped
      * mark that counts, and the page closes with the student's
      * average over the best counted mark per course. The results
      * file is rescanned per student, which is fine at this
      * registry's scale.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 StudentResultCount PIC 9(4).
       01 TranscriptsPrinted PIC 9(5) VALUE ZERO.

      * The student's best counted mark per course, for the average.
       01 StudentCourseCount PIC 99.
       01 StudentCourseTable.
           02 StudentCourse OCCURS 30 TIMES INDEXED BY StcIdx.
              03 STC-CourseCode PIC X(5).
              03 STC-BestMark PIC 9(3).
       01 StudentCourseFoundFlag PIC X.
           88 StudentCourseFound VALUE "Y".
       01 MarkTotal PIC 9(5).
       01 AverageMark PIC 9(3)V99.

       01 TranscriptHeading.
           02 FILLER PIC X(24) VALUE "Transcript for Student ".
           02 TH-StudentId PIC 9(8).
       01 ResultColHeads.
           02 FILLER PIC X(7) VALUE "Course".
           02 FILLER PIC X(26) VALUE "Title".
           02 FILLER PIC X(4) VALUE "Att".
           02 FILLER PIC X(6) VALUE "Sat".
           02 FILLER PIC X(6) VALUE "Mark".
           02 FILLER PIC X(10) VALUE "Date".
           02 FILLER PIC X(7) VALUE "Result".
       01 ResultLine.
           02 RL-CourseCode PIC X(5).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RL-CourseTitle PIC X(24).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RL-Attempt PIC 9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 RL-RawMark PIC ZZ9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 RL-Mark PIC ZZ9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 RL-AssessDate PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RL-Outcome PIC X(4).
           02 FILLER PIC X VALUE SPACES.
           02 RL-CapNote PIC X(6).
       01 AverageLine.
           02 FILLER PIC X(40)
               VALUE "Average, best counted mark per course:".
           02 AL-Courses PIC Z9.
           02 FILLER PIC X(12) VALUE " course(s) ".
           02 AL-Average PIC ZZ9.99.

       PROCEDURE DIVISION.
       Main.
           PERFORM CheckFileStatus.

       PrintStudentResults.
           MOVE ZERO TO StudentCourseCount
           OPEN INPUT ResultsFile
           MOVE "Results.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus
           END-PERFORM

           CLOSE ResultsFile
           MOVE SPACES TO ResultRec
           PERFORM PrintStudentAverage.

       PrintOneResult.
      * Results from before sittings were numbered carry spaces in
      * MK-Attempt and MK-RawMark: those were all first sittings,
      * uncapped, so the mark as sat is the mark that counts.
           IF MK-Attempt NOT NUMERIC
               MOVE 1 TO MK-Attempt
           END-IF
           IF MK-RawMark NOT NUMERIC
               MOVE MK-Mark TO MK-RawMark
           END-IF
           MOVE MK-CourseCode TO RL-CourseCode
           PERFORM LookupCourseTitle
           MOVE MK-Attempt TO RL-Attempt
           MOVE MK-RawMark TO RL-RawMark
           MOVE MK-Mark TO RL-Mark
           MOVE MK-AssessDate TO RL-AssessDate
           IF MK-Mark < 40
           ELSE
               MOVE "PASS" TO RL-Outcome
           END-IF
           IF MK-RawMark > MK-Mark
               MOVE "CAPPED" TO RL-CapNote
           ELSE
               MOVE SPACES TO RL-CapNote
           END-IF
           MOVE "Transcripts.rpt" TO WS-FileStatusName
           WRITE PrintLine FROM ResultLine AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus
           PERFORM KeepBestCourseMark.

      * Holds the better of this attempt and any earlier one on the
      * same course -- a failed first sitting gives way to its
      * resit's capped pass.
       KeepBestCourseMark.
           MOVE "N" TO StudentCourseFoundFlag
           PERFORM VARYING StcIdx FROM 1 BY 1
                   UNTIL StcIdx > StudentCourseCount
               IF STC-CourseCode(StcIdx) = MK-CourseCode
                   SET StudentCourseFound TO TRUE
                   IF MK-Mark > STC-BestMark(StcIdx)
                       MOVE MK-Mark TO STC-BestMark(StcIdx)
                   END-IF
               END-IF
           END-PERFORM
           IF NOT StudentCourseFound AND StudentCourseCount < 30
               ADD 1 TO StudentCourseCount
               SET StcIdx TO StudentCourseCount
               MOVE MK-CourseCode TO STC-CourseCode(StcIdx)
               MOVE MK-Mark TO STC-BestMark(StcIdx)
           END-IF.

       PrintStudentAverage.
           MOVE ZEROS TO MarkTotal
           PERFORM VARYING StcIdx FROM 1 BY 1
                   UNTIL StcIdx > StudentCourseCount
               ADD STC-BestMark(StcIdx) TO MarkTotal
           END-PERFORM
           IF StudentCourseCount > 0
               COMPUTE AverageMark ROUNDED =
                   MarkTotal / StudentCourseCount
           ELSE
               MOVE ZEROS TO AverageMark
           END-IF
           MOVE StudentCourseCount TO AL-Courses
           MOVE AverageMark TO AL-Average
           MOVE "Transcripts.rpt" TO WS-FileStatusName
           WRITE PrintLine FROM AverageLine AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus.

       LookupCourseTitle.
