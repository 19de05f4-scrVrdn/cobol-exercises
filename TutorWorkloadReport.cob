       IDENTIFICATION DIVISION.
       PROGRAM-ID. TutorWorkloadReport.
       AUTHOR. io.github.scrvrdn.
      * Each tutor's teaching load for a term, off
      * TeachingAssignments.dat: a page per tutor listing the courses
      * they teach with the contact hours, the students enrolled and
      * the marks still to load for each, closed by their total
      * hours set against the contracted hours on Tutors.dat. A
      * tutor on leave is flagged, so their courses and students are
      * the ones needing cover. A last page lists the courses with
      * students enrolled and nobody assigned to teach them.
      * Enrollments come from the live StudentMaster.dat for the open
      * term and from the term's rollover archive for one since
      * closed; a mark is still to load while an enrolled student
      * has no result for the course on Results.dat.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OPTIONAL: with no assignment file nobody teaches anything
      * yet, and every enrolled course lands on the last page.
           SELECT OPTIONAL TeachingAssignmentFile
               ASSIGN TO "TeachingAssignments.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TA-Key
               FILE STATUS IS WS-FileStatus.

           SELECT TutorFile ASSIGN TO "Tutors.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-TutorId
               FILE STATUS IS WS-FileStatus.

           SELECT CourseFile ASSIGN TO "CourseMaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-CourseCode
               FILE STATUS IS WS-FileStatus.

           SELECT StudentFile ASSIGN TO "StudentMaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SR-StudentId
               FILE STATUS IS WS-FileStatus.

      * A closed term's enrollments -- the dated copy of the master
      * TermRollover cut when the term closed.
           SELECT TermArchiveFile ASSIGN TO DYNAMIC TermArchiveName
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

           SELECT ResultsFile ASSIGN TO "Results.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

      * The open term, the default when none is keyed -- see
      * TERMCTL.
           SELECT AcademicTermFile ASSIGN TO "AcademicTerm.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

           SELECT TutorWorkloadRpt ASSIGN TO "TutorWorkload.rpt"
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

       FD TeachingAssignmentFile.
           COPY TUTASSGN.

       FD TutorFile.
           COPY TUTOR.

       FD CourseFile.
           COPY COURSREC.

       FD StudentFile.
           COPY STUDREC.

       FD TermArchiveFile.
           COPY STUDREC
               REPLACING ==StudentRecord== BY ==ArchiveStudentRec==
                         ==EndOfStudentFile== BY ==EndOfTermArchive==
                         LEADING ==SR== BY ==AR==.

       FD ResultsFile.
           COPY MARKSREC.

       FD AcademicTermFile.
           COPY TERMCTL.

       FD TutorWorkloadRpt.
       01 PrintLine PIC X(80).

       WORKING-STORAGE SECTION.
       01 BusinessToday PIC 9(8) VALUE ZEROS.
       COPY FILESTAT.
       COPY RPTHEAD.

       01 ReportTerm PIC X(6) VALUE SPACES.
       01 CurrentTermCode PIC X(6) VALUE SPACES.
       01 TermArchiveName PIC X(30).
       01 AssignmentOpenFlag PIC X VALUE "N".
           88 AssignmentOpen VALUE "Y".
       01 TutorOpenFlag PIC X VALUE "N".
           88 TutorOpen VALUE "Y".
       01 FirstPageFlag PIC X VALUE "Y".
           88 FirstPage VALUE "Y".
       01 CurrentTutorId PIC X(6).

      * The term's enrolled students, each with their course and
      * whether a result for it is on file yet.
       01 MaxEnrolled PIC 9(4) VALUE 5000.
       01 EnrolledCount PIC 9(4) VALUE ZERO.
       01 EnrolledTable.
           02 EnrolledEntry OCCURS 5000 TIMES INDEXED BY Enr-Idx.
              03 EN-StudentId PIC 9(8).
              03 EN-CourseCode PIC X(5).
              03 EN-ResultFlag PIC X.
                  88 EN-HasResult VALUE "Y".
       01 EnrolledTableFullFlag PIC X VALUE "N".
           88 EnrolledTableFull VALUE "Y".

      * Per course: students enrolled, marks still to load, and
      * whether any tutor is assigned to it for the term.
       01 MaxWorkCourses PIC 9(3) VALUE 200.
       01 WorkCourseTable.
           02 NumWorkCourses PIC 9(3) VALUE ZERO.
           02 WorkCourseEntry OCCURS 0 TO 200 TIMES
                    DEPENDING ON NumWorkCourses
                    INDEXED BY Wc-Idx.
              03 WC-CourseCode PIC X(5).
              03 WC-Enrolled PIC 9(5).
              03 WC-ToLoad PIC 9(5).
              03 WC-TutorFlag PIC X.
                  88 WC-HasTutor VALUE "Y".
       01 CourseTableFullFlag PIC X VALUE "N".
           88 CourseTableFull VALUE "Y".
       01 FoundCourseIdx PIC 9(3).

       01 TutorCount PIC 9(4) VALUE ZERO.
       01 TutorHours PIC 9(5).
       01 TutorEnrolled PIC 9(6).
       01 TutorToLoad PIC 9(6).
       01 AllHours PIC 9(6) VALUE ZERO.
       01 UntaughtCount PIC 9(4) VALUE ZERO.
       01 LineEnrolled PIC 9(5).
       01 LineToLoad PIC 9(5).

       01 ReportHeading.
           02 FILLER PIC X(28) VALUE "Tutor Workload Report, Term ".
           02 RH-Term PIC X(6).
       01 TutorHeading.
           02 FILLER PIC X(7) VALUE "Tutor: ".
           02 TH-TutorId PIC X(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 TH-TutorName PIC X(30).
           02 FILLER PIC X(2) VALUE SPACES.
           02 TH-LeaveNote PIC X(20).
       01 WorkloadColHeads.
           02 FILLER PIC X(8) VALUE "Course".
           02 FILLER PIC X(34) VALUE "Title".
           02 FILLER PIC X(5) VALUE "Hours".
           02 FILLER PIC X(10) VALUE "  Enrolled".
           02 FILLER PIC X(15) VALUE "  Marks to load".
       01 WorkloadLine.
           02 WL-CourseCode PIC X(5).
           02 FILLER PIC X(3) VALUE SPACES.
           02 WL-CourseTitle PIC X(30).
           02 FILLER PIC X(4) VALUE SPACES.
           02 WL-Hours PIC ZZZZ9.
           02 FILLER PIC X(5) VALUE SPACES.
           02 WL-Enrolled PIC ZZZZ9.
           02 FILLER PIC X(10) VALUE SPACES.
           02 WL-ToLoad PIC ZZZZ9.
       01 TutorTotalLine.
           02 FILLER PIC X(41) VALUE "Total".
           02 TT-Hours PIC ZZZZZ9.
           02 FILLER PIC X(4) VALUE SPACES.
           02 TT-Enrolled PIC ZZZZZ9.
           02 FILLER PIC X(9) VALUE SPACES.
           02 TT-ToLoad PIC ZZZZZ9.
       01 ContractLine.
           02 FILLER PIC X(26) VALUE "Contracted hours a term: ".
           02 CL-ContractHours PIC ZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 CL-ContractNote PIC X(30).
       01 UntaughtHeading PIC X(50)
           VALUE "Courses with students enrolled and no tutor".
       01 UntaughtColHeads.
           02 FILLER PIC X(8) VALUE "Course".
           02 FILLER PIC X(39) VALUE "Title".
           02 FILLER PIC X(10) VALUE "  Enrolled".
           02 FILLER PIC X(15) VALUE "  Marks to load".
       01 UntaughtLine.
           02 UL-CourseCode PIC X(5).
           02 FILLER PIC X(3) VALUE SPACES.
           02 UL-CourseTitle PIC X(30).
           02 FILLER PIC X(14) VALUE SPACES.
           02 UL-Enrolled PIC ZZZZ9.
           02 FILLER PIC X(10) VALUE SPACES.
           02 UL-ToLoad PIC ZZZZ9.
       01 NoUntaughtLine PIC X(40)
           VALUE "  (every enrolled course has a tutor)".
       01 GrandTotalLine.
           02 FILLER PIC X(12) VALUE "All tutors ".
           02 GT-Tutors PIC ZZZ9.
           02 FILLER PIC X(24) VALUE " tutor(s)".
           02 GT-Hours PIC ZZZZZ9.
           02 FILLER PIC X(17) VALUE " contact hours".

       PROCEDURE DIVISION.
       Main.
           PERFORM GetBusinessDate
           PERFORM GetAcademicTerm

           DISPLAY "Term to report (Enter for the open term) - "
               WITH NO ADVANCING
           ACCEPT ReportTerm
           IF ReportTerm = SPACES
               MOVE CurrentTermCode TO ReportTerm
           END-IF
           IF ReportTerm = SPACES
               DISPLAY "No term keyed and no open term on "
                   "AcademicTerm.dat - report abandoned"
               STOP RUN
           END-IF
           MOVE ReportTerm TO RH-Term

           IF ReportTerm = CurrentTermCode
               PERFORM LoadLiveEnrollments
           ELSE
               PERFORM LoadArchivedEnrollments
           END-IF
           PERFORM MarkLoadedResults
           PERFORM TallyCourseWorkload

           OPEN INPUT TutorFile
           MOVE "Tutors.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN INPUT CourseFile
           MOVE "CourseMaster.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN OUTPUT TutorWorkloadRpt
           MOVE "TutorWorkload.rpt" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN INPUT TeachingAssignmentFile
           EVALUATE WS-FileStatus
               WHEN "00"
                   SET AssignmentOpen TO TRUE
               WHEN "05"
                   CLOSE TeachingAssignmentFile
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "TeachingAssignments.dat" TO WS-FileStatusName
                   PERFORM CheckFileStatus
           END-EVALUATE

           IF AssignmentOpen
               PERFORM ReportTutorWorkloads
               CLOSE TeachingAssignmentFile
           END-IF

           PERFORM ReportUntaughtCourses

           MOVE TutorCount TO GT-Tutors
           MOVE AllHours TO GT-Hours
           WRITE PrintLine FROM GrandTotalLine AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus

           CLOSE TutorWorkloadRpt
           CLOSE TutorFile
           CLOSE CourseFile

           DISPLAY "Tutors reported:       " TutorCount
           DISPLAY "Students enrolled:     " EnrolledCount
           DISPLAY "Courses with no tutor: " UntaughtCount
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

      * The open term's students are everyone enrolled on the live
      * master -- continuing students keep the term they enrolled
      * in, so the term stamp isn't the test.
       LoadLiveEnrollments.
           OPEN INPUT StudentFile
           MOVE "StudentMaster.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           READ StudentFile NEXT RECORD
               AT END SET EndOfStudentFile TO TRUE
           END-READ
           PERFORM CheckFileStatus

           PERFORM UNTIL EndOfStudentFile
               IF SR-Enrolled
                   PERFORM AddEnrolledStudent
               END-IF

               READ StudentFile NEXT RECORD
                   AT END SET EndOfStudentFile TO TRUE
               END-READ
               MOVE "StudentMaster.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-PERFORM

           CLOSE StudentFile.

      * A closed term's students, off the master as it stood when
      * the term rolled over. No archive kept means no enrollments
      * to show -- the assignments and hours still print.
       LoadArchivedEnrollments.
           MOVE SPACES TO TermArchiveName
           STRING "StudentMaster" DELIMITED BY SIZE
               FUNCTION TRIM(ReportTerm) DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO TermArchiveName
           END-STRING

           OPEN INPUT TermArchiveFile
           IF WS-FileStatus = "35"
               DISPLAY "No archive kept for term " ReportTerm
                   " - enrollments not shown"
           ELSE
               MOVE TermArchiveName TO WS-FileStatusName
               PERFORM CheckFileStatus

               READ TermArchiveFile
                   AT END SET EndOfTermArchive TO TRUE
               END-READ
               PERFORM CheckFileStatus

               PERFORM UNTIL EndOfTermArchive
                   IF AR-Enrolled
                       MOVE AR-StudentId TO SR-StudentId
                       MOVE AR-CourseCode TO SR-CourseCode
                       PERFORM AddEnrolledStudent
                   END-IF

                   READ TermArchiveFile
                       AT END SET EndOfTermArchive TO TRUE
                   END-READ
                   MOVE TermArchiveName TO WS-FileStatusName
                   PERFORM CheckFileStatus
               END-PERFORM

               CLOSE TermArchiveFile
           END-IF.

       AddEnrolledStudent.
           IF EnrolledCount < MaxEnrolled
               ADD 1 TO EnrolledCount
               MOVE SR-StudentId TO EN-StudentId(EnrolledCount)
               MOVE SR-CourseCode TO EN-CourseCode(EnrolledCount)
               MOVE "N" TO EN-ResultFlag(EnrolledCount)
           ELSE
               IF NOT EnrolledTableFull
                   DISPLAY "Warning: student table full at "
                       MaxEnrolled " - later students not counted"
                   SET EnrolledTableFull TO TRUE
               END-IF
           END-IF.

      * A student's mark is loaded once any result for their course
      * is on file, first sitting or resit.
       MarkLoadedResults.
           OPEN INPUT ResultsFile
           IF WS-FileStatus NOT = "35"
               MOVE "Results.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus

               READ ResultsFile
                   AT END SET EndOfResults TO TRUE
               END-READ
               PERFORM CheckFileStatus

               PERFORM UNTIL EndOfResults
                   SET Enr-Idx TO 1
                   SEARCH EnrolledEntry
                       AT END
                           CONTINUE
                       WHEN Enr-Idx > EnrolledCount
                           CONTINUE
                       WHEN EN-StudentId(Enr-Idx) = MK-StudentId
                           IF EN-CourseCode(Enr-Idx) = MK-CourseCode
                               SET EN-HasResult(Enr-Idx) TO TRUE
                           END-IF
                   END-SEARCH

                   READ ResultsFile
                       AT END SET EndOfResults TO TRUE
                   END-READ
                   MOVE "Results.dat" TO WS-FileStatusName
                   PERFORM CheckFileStatus
               END-PERFORM

               CLOSE ResultsFile
           END-IF.

       TallyCourseWorkload.
           PERFORM VARYING Enr-Idx FROM 1 BY 1
                   UNTIL Enr-Idx > EnrolledCount
               MOVE EN-CourseCode(Enr-Idx) TO CO-CourseCode
               PERFORM FindWorkCourse
               IF FoundCourseIdx > 0
                   ADD 1 TO WC-Enrolled(FoundCourseIdx)
                   IF NOT EN-HasResult(Enr-Idx)
                       ADD 1 TO WC-ToLoad(FoundCourseIdx)
                   END-IF
               END-IF
           END-PERFORM.

      * The course table entry for CO-CourseCode, added when first
      * seen; FoundCourseIdx stays zero only once the table is full.
       FindWorkCourse.
           MOVE ZEROS TO FoundCourseIdx
           SET Wc-Idx TO 1
           SEARCH WorkCourseEntry
               AT END
                   IF NumWorkCourses < MaxWorkCourses
                       ADD 1 TO NumWorkCourses
                       MOVE CO-CourseCode
                           TO WC-CourseCode(NumWorkCourses)
                       MOVE ZEROS TO WC-Enrolled(NumWorkCourses)
                       MOVE ZEROS TO WC-ToLoad(NumWorkCourses)
                       MOVE "N" TO WC-TutorFlag(NumWorkCourses)
                       MOVE NumWorkCourses TO FoundCourseIdx
                   ELSE
                       IF NOT CourseTableFull
                           DISPLAY "Warning: course table full at "
                               MaxWorkCourses " courses - later "
                               "courses not counted"
                           SET CourseTableFull TO TRUE
                       END-IF
                   END-IF
               WHEN WC-CourseCode(Wc-Idx) = CO-CourseCode
                   SET FoundCourseIdx TO Wc-Idx
           END-SEARCH.

      * Walks the assignments in key order -- a tutor's read back
      * together -- keeping the report term's and breaking on tutor.
       ReportTutorWorkloads.
           MOVE LOW-VALUES TO TA-Key
           START TeachingAssignmentFile KEY NOT LESS THAN TA-Key
               INVALID KEY
                   SET EndOfTeachingAssignments TO TRUE
               NOT INVALID KEY
                   READ TeachingAssignmentFile NEXT RECORD
                       AT END SET EndOfTeachingAssignments TO TRUE
                   END-READ
           END-START
           MOVE "TeachingAssignments.dat" TO WS-FileStatusName
           IF NOT EndOfTeachingAssignments
               PERFORM CheckFileStatus
           END-IF

           PERFORM UNTIL EndOfTeachingAssignments
               IF TA-TermCode = ReportTerm
                   IF NOT TutorOpen
                       PERFORM OpenTutorGroup
                   ELSE
                       IF TA-TutorId NOT = CurrentTutorId
                           PERFORM CloseTutorGroup
                           PERFORM OpenTutorGroup
                       END-IF
                   END-IF
                   PERFORM PrintAssignmentLine
               END-IF

               READ TeachingAssignmentFile NEXT RECORD
                   AT END SET EndOfTeachingAssignments TO TRUE
               END-READ
               MOVE "TeachingAssignments.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-PERFORM

           IF TutorOpen
               PERFORM CloseTutorGroup
           END-IF.

      * A tutor since removed from the master still prints, named as
      * such, so the courses they held aren't lost from the report.
       OpenTutorGroup.
           SET TutorOpen TO TRUE
           MOVE TA-TutorId TO CurrentTutorId
           MOVE ZEROS TO TutorHours
           MOVE ZEROS TO TutorEnrolled
           MOVE ZEROS TO TutorToLoad
           ADD 1 TO TutorCount

           MOVE TA-TutorId TO TM-TutorId
           READ TutorFile
               INVALID KEY
                   MOVE "(not on Tutors.dat)" TO TM-TutorName
                   MOVE SPACES TO TM-Status
                   MOVE ZEROS TO TM-ContractHours
           END-READ
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
              MOVE "Tutors.dat" TO WS-FileStatusName
              PERFORM CheckFileStatus
           END-IF

           PERFORM NewReportPage
           MOVE TA-TutorId TO TH-TutorId
           MOVE TM-TutorName TO TH-TutorName
           IF TM-OnLeave
               MOVE "*** ON LEAVE ***" TO TH-LeaveNote
           ELSE
               MOVE SPACES TO TH-LeaveNote
           END-IF
           WRITE PrintLine FROM TutorHeading AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus
           WRITE PrintLine FROM WorkloadColHeads
               AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus.

       PrintAssignmentLine.
           MOVE TA-CourseCode TO CO-CourseCode
           READ CourseFile
               INVALID KEY
                   MOVE "(not on CourseMaster.dat)" TO CO-CourseTitle
           END-READ
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
              MOVE "CourseMaster.dat" TO WS-FileStatusName
              PERFORM CheckFileStatus
           END-IF

           MOVE TA-CourseCode TO CO-CourseCode
           MOVE ZEROS TO LineEnrolled
           MOVE ZEROS TO LineToLoad
           PERFORM FindWorkCourse
           IF FoundCourseIdx > 0
               MOVE "Y" TO WC-TutorFlag(FoundCourseIdx)
               MOVE WC-Enrolled(FoundCourseIdx) TO LineEnrolled
               MOVE WC-ToLoad(FoundCourseIdx) TO LineToLoad
           END-IF

           MOVE TA-CourseCode TO WL-CourseCode
           MOVE CO-CourseTitle TO WL-CourseTitle
           MOVE TA-ContactHours TO WL-Hours
           MOVE LineEnrolled TO WL-Enrolled
           MOVE LineToLoad TO WL-ToLoad
           MOVE "TutorWorkload.rpt" TO WS-FileStatusName
           WRITE PrintLine FROM WorkloadLine AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus

           ADD TA-ContactHours TO TutorHours
           ADD LineEnrolled TO TutorEnrolled
           ADD LineToLoad TO TutorToLoad.

      * The tutor's totals, and their hours against the contract --
      * the figure the workload argument is about.
       CloseTutorGroup.
           MOVE "N" TO TutorOpenFlag
           MOVE TutorHours TO TT-Hours
           MOVE TutorEnrolled TO TT-Enrolled
           MOVE TutorToLoad TO TT-ToLoad
           WRITE PrintLine FROM TutorTotalLine AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus

           MOVE TM-ContractHours TO CL-ContractHours
           EVALUATE TRUE
               WHEN TM-ContractHours = ZERO
                   MOVE "(no contracted hours)" TO CL-ContractNote
               WHEN TutorHours > TM-ContractHours
                   MOVE "OVER CONTRACT" TO CL-ContractNote
               WHEN TutorHours < TM-ContractHours
                   MOVE "under contract" TO CL-ContractNote
               WHEN OTHER
                   MOVE SPACES TO CL-ContractNote
           END-EVALUATE
           WRITE PrintLine FROM ContractLine AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus

           ADD TutorHours TO AllHours.

      * The last page: courses with students enrolled this term and
      * no tutor assigned for it.
       ReportUntaughtCourses.
           PERFORM NewReportPage
           WRITE PrintLine FROM UntaughtHeading AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus
           WRITE PrintLine FROM UntaughtColHeads
               AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus

           PERFORM VARYING Wc-Idx FROM 1 BY 1
                   UNTIL Wc-Idx > NumWorkCourses
               IF NOT WC-HasTutor(Wc-Idx)
                   AND WC-Enrolled(Wc-Idx) > 0
                   ADD 1 TO UntaughtCount
                   MOVE WC-CourseCode(Wc-Idx) TO CO-CourseCode
                   READ CourseFile
                       INVALID KEY
                           MOVE "(not on CourseMaster.dat)"
                               TO CO-CourseTitle
                   END-READ
                   IF WS-FileStatus NOT = "00"
                      AND WS-FileStatus NOT = "23"
                      MOVE "CourseMaster.dat" TO WS-FileStatusName
                      PERFORM CheckFileStatus
                   END-IF
                   MOVE WC-CourseCode(Wc-Idx) TO UL-CourseCode
                   MOVE CO-CourseTitle TO UL-CourseTitle
                   MOVE WC-Enrolled(Wc-Idx) TO UL-Enrolled
                   MOVE WC-ToLoad(Wc-Idx) TO UL-ToLoad
                   MOVE "TutorWorkload.rpt" TO WS-FileStatusName
                   WRITE PrintLine FROM UntaughtLine
                       AFTER ADVANCING 1 LINE
                   PERFORM CheckFileStatus
               END-IF
           END-PERFORM

           IF UntaughtCount = ZERO
               WRITE PrintLine FROM NoUntaughtLine
                   AFTER ADVANCING 1 LINE
               PERFORM CheckFileStatus
           END-IF.

      * The run stamp and report heading at the top of a page. The
      * first page starts where the printer sits; later ones eject
      * first.
       NewReportPage.
           MOVE BusinessToday TO RptRunDate
           MOVE RptRunDate(5:2) TO RptStampMonth
           MOVE RptRunDate(7:2) TO RptStampDay
           MOVE RptRunDate(1:4) TO RptStampYear
           MOVE RptPageNumber TO RptStampPage
           ADD 1 TO RptPageNumber
           MOVE "TutorWorkload.rpt" TO WS-FileStatusName
           IF FirstPage
               MOVE "N" TO FirstPageFlag
               WRITE PrintLine FROM RptHeadingStamp
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE PrintLine FROM RptHeadingStamp
                   AFTER ADVANCING PAGE
           END-IF
           PERFORM CheckFileStatus
           WRITE PrintLine FROM ReportHeading AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus.

      * The open academic term -- the control record TermRollover
      * sets at each rollover, and the term reported when none is
      * keyed.
       GetAcademicTerm.
           OPEN INPUT AcademicTermFile
           IF WS-FileStatus = "00"
               READ AcademicTermFile
                   NOT AT END
                       MOVE AT-TermCode TO CurrentTermCode
               END-READ
               CLOSE AcademicTermFile
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
