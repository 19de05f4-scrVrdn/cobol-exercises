       IDENTIFICATION DIVISION.
       PROGRAM-ID. PrerequisiteReport.
       AUTHOR. io.github.scrvrdn.
      * Pre-term check of the enrollments on file against
      * Prerequisites.dat: one line per enrolled student per
      * required course they have no qualifying mark in on
      * Results.dat, with their best mark and, where a supervisor
      * waived the requirement at enrollment, who -- so tutors see
      * the list before the term starts rather than in week three.
      * The results file is rescanned per student, which is fine at
      * this registry's scale.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StudentFile ASSIGN TO "StudentMaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SR-StudentId
               FILE STATUS IS WS-FileStatus.

           SELECT PrerequisiteFile ASSIGN TO "Prerequisites.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PQ-Key
               FILE STATUS IS WS-FileStatus.

           SELECT ResultsFile ASSIGN TO "Results.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

      * The waivers StudentUpdate journalled, for the "waived by"
      * column.
           SELECT StudentHistoryFile ASSIGN TO "StudentHistory.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

           SELECT PrerequisiteRpt
               ASSIGN TO "PrerequisiteExceptions.rpt"
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

       FD StudentFile.
           COPY STUDREC.

       FD PrerequisiteFile.
           COPY PREREQ.

       FD ResultsFile.
           COPY MARKSREC.

       FD StudentHistoryFile.
           COPY STUDHIST.

       FD PrerequisiteRpt.
       01 PrintLine PIC X(80).

       WORKING-STORAGE SECTION.
       01 BusinessToday PIC 9(8) VALUE ZEROS.
       COPY FILESTAT.
       COPY RPTHEAD.

       01 WalkDoneFlag PIC X.
           88 WalkDone VALUE "Y".

      * The enrolled student's course's requirements, with the best
      * mark they hold in each.
       01 RequirementCount PIC 99.
       01 RequirementTable.
           02 Requirement OCCURS 10 TIMES INDEXED BY ReqIdx.
              03 ReqCourseCode PIC X(5).
              03 ReqMinMark PIC 9(3).
              03 ReqBestMark PIC 9(3).
              03 ReqResultFlag PIC X.
                  88 ReqHasResult VALUE "Y".

       01 WaivedBy PIC X(10).
       01 EnrollmentsChecked PIC 9(5) VALUE ZERO.
       01 ExceptionCount PIC 9(5) VALUE ZERO.
       01 WaivedCount PIC 9(5) VALUE ZERO.

       01 ReportHeading PIC X(40)
           VALUE "Enrollments Not Meeting Prerequisites".
       01 ExceptionColHeads.
           02 FILLER PIC X(11) VALUE "StudentId".
           02 FILLER PIC X(8) VALUE "Course".
           02 FILLER PIC X(10) VALUE "Requires".
           02 FILLER PIC X(6) VALUE "Min".
           02 FILLER PIC X(7) VALUE "Best".
           02 FILLER PIC X(10) VALUE "Waived by".
       01 ExceptionLine.
           02 EL-StudentId PIC 9(8).
           02 FILLER PIC X(3) VALUE SPACES.
           02 EL-CourseCode PIC X(5).
           02 FILLER PIC X(3) VALUE SPACES.
           02 EL-RequiredCourse PIC X(5).
           02 FILLER PIC X(5) VALUE SPACES.
           02 EL-MinMark PIC ZZ9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 EL-BestMark PIC X(4).
           02 FILLER PIC X(3) VALUE SPACES.
           02 EL-WaivedBy PIC X(10).
       01 BestMarkEdit PIC ZZ9.
       01 NoExceptionsLine PIC X(40)
           VALUE "  (every enrollment meets its courses)".
       01 ExceptionTotalLine.
           02 FILLER PIC X(24) VALUE "Enrollments checked:".
           02 ET-Checked PIC ZZZZ9.
           02 FILLER PIC X(16) VALUE "   Exceptions:".
           02 ET-Exceptions PIC ZZZZ9.
           02 FILLER PIC X(12) VALUE "   Waived:".
           02 ET-Waived PIC ZZZZ9.

       PROCEDURE DIVISION.
       Main.
           PERFORM GetBusinessDate

           OPEN INPUT StudentFile
           MOVE "StudentMaster.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN INPUT PrerequisiteFile
           MOVE "Prerequisites.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN OUTPUT PrerequisiteRpt
           MOVE "PrerequisiteExceptions.rpt" TO WS-FileStatusName
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
           WRITE PrintLine FROM ExceptionColHeads
               AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus

           READ StudentFile NEXT RECORD
               AT END SET EndOfStudentFile TO TRUE
           END-READ
           MOVE "StudentMaster.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           PERFORM UNTIL EndOfStudentFile
               IF SR-Enrolled
                   ADD 1 TO EnrollmentsChecked
                   PERFORM CheckOneEnrollment
               END-IF

               READ StudentFile NEXT RECORD
                   AT END SET EndOfStudentFile TO TRUE
               END-READ
               MOVE "StudentMaster.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-PERFORM

           MOVE "PrerequisiteExceptions.rpt" TO WS-FileStatusName
           IF ExceptionCount = 0
               WRITE PrintLine FROM NoExceptionsLine
                   AFTER ADVANCING 1 LINE
               PERFORM CheckFileStatus
           END-IF
           MOVE EnrollmentsChecked TO ET-Checked
           MOVE ExceptionCount TO ET-Exceptions
           MOVE WaivedCount TO ET-Waived
           WRITE PrintLine FROM ExceptionTotalLine
               AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus

           CLOSE StudentFile
           CLOSE PrerequisiteFile
           CLOSE PrerequisiteRpt

           DISPLAY "Enrollments checked: " EnrollmentsChecked
           DISPLAY "Exceptions listed:   " ExceptionCount
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

      * The student's course requirements, their best marks, and a
      * line for each requirement not met.
       CheckOneEnrollment.
           PERFORM LoadRequirements
           IF RequirementCount > 0
               PERFORM FindBestMarks
               MOVE SPACES TO WaivedBy
               PERFORM FindWaiver
               PERFORM VARYING ReqIdx FROM 1 BY 1
                       UNTIL ReqIdx > RequirementCount
                   IF NOT ReqHasResult(ReqIdx)
                      OR ReqBestMark(ReqIdx) < ReqMinMark(ReqIdx)
                       PERFORM WriteExceptionLine
                   END-IF
               END-PERFORM
           END-IF.

       LoadRequirements.
           MOVE ZERO TO RequirementCount
           MOVE SR-CourseCode TO PQ-CourseCode
           MOVE LOW-VALUES TO PQ-RequiredCourse
           MOVE "N" TO WalkDoneFlag
           START PrerequisiteFile KEY NOT LESS THAN PQ-Key
               INVALID KEY
                   SET WalkDone TO TRUE
           END-START

           PERFORM UNTIL WalkDone
               READ PrerequisiteFile NEXT RECORD
                   AT END SET WalkDone TO TRUE
               END-READ
               IF NOT WalkDone
                   MOVE "Prerequisites.dat" TO WS-FileStatusName
                   PERFORM CheckFileStatus
                   IF PQ-CourseCode NOT = SR-CourseCode
                      OR RequirementCount = 10
                       SET WalkDone TO TRUE
                   ELSE
                       ADD 1 TO RequirementCount
                       SET ReqIdx TO RequirementCount
                       MOVE PQ-RequiredCourse TO ReqCourseCode(ReqIdx)
                       MOVE PQ-MinMark TO ReqMinMark(ReqIdx)
                       MOVE ZERO TO ReqBestMark(ReqIdx)
                       MOVE "N" TO ReqResultFlag(ReqIdx)
                   END-IF
               END-IF
           END-PERFORM.

       FindBestMarks.
           OPEN INPUT ResultsFile
           IF WS-FileStatus NOT = "35"
               MOVE "Results.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus

               READ ResultsFile
                   AT END SET EndOfResults TO TRUE
               END-READ

               PERFORM UNTIL EndOfResults
                   IF MK-StudentId = SR-StudentId
                       PERFORM KeepBestMark
                   END-IF

                   READ ResultsFile
                       AT END SET EndOfResults TO TRUE
                   END-READ
               END-PERFORM

               CLOSE ResultsFile
      * Drop the end-of-file level-88 back off so the next pass's
      * first READ isn't mistaken for at-end.
               MOVE SPACES TO ResultRec
           END-IF.

       KeepBestMark.
           PERFORM VARYING ReqIdx FROM 1 BY 1
                   UNTIL ReqIdx > RequirementCount
               IF ReqCourseCode(ReqIdx) = MK-CourseCode
                   IF NOT ReqHasResult(ReqIdx)
                      OR MK-Mark > ReqBestMark(ReqIdx)
                       MOVE MK-Mark TO ReqBestMark(ReqIdx)
                   END-IF
                   SET ReqHasResult(ReqIdx) TO TRUE
               END-IF
           END-PERFORM.

      * The latest waiver journalled for this student into this
      * course -- HS-Source carries the course, then " override ",
      * then the supervisor's operator id.
       FindWaiver.
           OPEN INPUT StudentHistoryFile
           IF WS-FileStatus NOT = "35"
               MOVE "StudentHistory.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus

               READ StudentHistoryFile
                   AT END SET EndOfStudentHistory TO TRUE
               END-READ

               PERFORM UNTIL EndOfStudentHistory
                   IF HS-Overridden
                      AND HS-StudentId = SR-StudentId
                      AND HS-Source(1:5) = SR-CourseCode
                       MOVE HS-Source(16:10) TO WaivedBy
                   END-IF

                   READ StudentHistoryFile
                       AT END SET EndOfStudentHistory TO TRUE
                   END-READ
               END-PERFORM

               CLOSE StudentHistoryFile
               MOVE SPACES TO StudentHistoryRec
           END-IF.

       WriteExceptionLine.
           MOVE SR-StudentId TO EL-StudentId
           MOVE SR-CourseCode TO EL-CourseCode
           MOVE ReqCourseCode(ReqIdx) TO EL-RequiredCourse
           MOVE ReqMinMark(ReqIdx) TO EL-MinMark
           IF ReqHasResult(ReqIdx)
               MOVE ReqBestMark(ReqIdx) TO BestMarkEdit
               MOVE BestMarkEdit TO EL-BestMark
           ELSE
               MOVE "none" TO EL-BestMark
           END-IF
           MOVE WaivedBy TO EL-WaivedBy
           IF WaivedBy NOT = SPACES
               ADD 1 TO WaivedCount
           END-IF
           ADD 1 TO ExceptionCount
           MOVE "PrerequisiteExceptions.rpt" TO WS-FileStatusName
           WRITE PrintLine FROM ExceptionLine AFTER ADVANCING 1 LINE
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
