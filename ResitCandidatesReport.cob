       IDENTIFICATION DIVISION.
       PROGRAM-ID. ResitCandidatesReport.
       AUTHOR. io.github.scrvrdn.
      * The resit list: every student whose latest attempt at a
      * course on Results.dat is a fail, a page per course, grouped
      * under the assessment date they failed at -- run after each
      * assessment so the exam office can book the resit sitting
      * from it. Each line gives the attempt failed and the mark,
      * and the heading carries the cap a resit mark counts up to.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ResultsFile ASSIGN TO "Results.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

           SELECT CourseFile ASSIGN TO "CourseMaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-CourseCode
               FILE STATUS IS WS-FileStatus.

           SELECT ResitRpt ASSIGN TO "ResitCandidates.rpt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

      * The outstanding fails put in course and date order for the
      * breaks.
           SELECT SortWorkFile ASSIGN TO "ResitSort.dat".

      * Site knobs -- read here for the resit mark cap. OPTIONAL: a
      * missing file leaves the compiled default standing.
           SELECT OPTIONAL SiteParamFile ASSIGN TO "SiteParams.dat"
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

       FD ResultsFile.
           COPY MARKSREC.

       FD CourseFile.
           COPY COURSREC.

       FD SiteParamFile.
           COPY SITEPARM.

       FD ResitRpt.
       01 PrintLine PIC X(80).

       SD SortWorkFile.
       01 SortWorkRec.
           02 SW-CourseCode PIC X(5).
           02 SW-AssessDate PIC 9(8).
           02 SW-StudentId PIC 9(8).
           02 SW-Attempt PIC 9.
           02 SW-RawMark PIC 9(3).

       WORKING-STORAGE SECTION.
       01 BusinessToday PIC 9(8) VALUE ZEROS.
       COPY FILESTAT.
       COPY RPTHEAD.

      * Highest mark a resit can count for -- the RESIT-MARK-CAP
      * site knob, the pass line by default.
       01 ResitMarkCap PIC 9(3) VALUE 40.

      * Each student's latest attempt per course on the results
      * file: the attempt number, the marks, and the date sat.
       01 MaxAttempts PIC 9(4) VALUE 5000.
       01 AttemptCount PIC 9(4) VALUE ZERO.
       01 AttemptTable.
           02 AttemptEntry OCCURS 5000 TIMES INDEXED BY AttIdx.
              03 AT-StudentId PIC 9(8).
              03 AT-CourseCode PIC X(5).
              03 AT-Attempt PIC 9.
              03 AT-RawMark PIC 9(3).
              03 AT-Mark PIC 9(3).
              03 AT-AssessDate PIC 9(8).
       01 AttemptFoundFlag PIC X.
           88 AttemptFound VALUE "Y".
       01 AttemptTableFullFlag PIC X VALUE "N".
           88 AttemptTableFull VALUE "Y".

       01 SortDrainedFlag PIC X VALUE "N".
           88 SortDrained VALUE "Y".
       01 CourseOpenFlag PIC X VALUE "N".
           88 CourseOpen VALUE "Y".
       01 FirstPageFlag PIC X VALUE "Y".
           88 FirstPage VALUE "Y".
       01 CurrentCourseCode PIC X(5).
       01 CurrentAssessDate PIC 9(8).

       01 CandidateCount PIC 9(5) VALUE ZERO.
       01 CourseCount PIC 9(4) VALUE ZERO.
       01 CourseCandidates PIC 9(5).

       01 ReportHeading.
           02 FILLER PIC X(37)
               VALUE "Resit Candidates -- resit marks count".
           02 FILLER PIC X(7) VALUE " up to ".
           02 RH-MarkCap PIC ZZ9.
       01 CourseHeading.
           02 FILLER PIC X(8) VALUE "Course: ".
           02 CH-CourseCode PIC X(5).
           02 FILLER PIC X(2) VALUE SPACES.
           02 CH-CourseTitle PIC X(30).
       01 DateHeading.
           02 FILLER PIC X(24) VALUE "  Failed at assessment ".
           02 DH-AssessDate PIC 9(8).
       01 CandidateColHeads.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(11) VALUE "StudentId".
           02 FILLER PIC X(9) VALUE "Attempt".
           02 FILLER PIC X(6) VALUE "Mark".
           02 FILLER PIC X(10) VALUE "Next".
       01 CandidateLine.
           02 FILLER PIC X(4) VALUE SPACES.
           02 CL-StudentId PIC 9(8).
           02 FILLER PIC X(6) VALUE SPACES.
           02 CL-Attempt PIC 9.
           02 FILLER PIC X(6) VALUE SPACES.
           02 CL-Mark PIC ZZ9.
           02 FILLER PIC X(5) VALUE SPACES.
           02 CL-NextAttempt PIC 9.
       01 CourseTotalLine.
           02 FILLER PIC X(4) VALUE SPACES.
           02 CT-Candidates PIC ZZZZ9.
           02 FILLER PIC X(30) VALUE " student(s) to resit".
       01 NoCandidatesLine PIC X(40)
           VALUE "  (no outstanding fails on file)".

       PROCEDURE DIVISION.
       Main.
           PERFORM GetBusinessDate
           PERFORM LoadSiteParams
           PERFORM LoadLatestAttempts

           OPEN INPUT CourseFile
           MOVE "CourseMaster.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN OUTPUT ResitRpt
           MOVE "ResitCandidates.rpt" TO WS-FileStatusName
           PERFORM CheckFileStatus

           MOVE ResitMarkCap TO RH-MarkCap
           SORT SortWorkFile
               ON ASCENDING KEY SW-CourseCode SW-AssessDate
                                SW-StudentId
               INPUT PROCEDURE IS ReleaseOutstandingFails
               OUTPUT PROCEDURE IS BreakOnCourses

           IF CandidateCount = ZERO
               PERFORM NewReportPage
               WRITE PrintLine FROM NoCandidatesLine
                   AFTER ADVANCING 2 LINES
               PERFORM CheckFileStatus
           END-IF

           CLOSE CourseFile
           CLOSE ResitRpt

           DISPLAY "Resit candidates: " CandidateCount
           DISPLAY "Courses listed:   " CourseCount
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

      * Reads the site parameter file, taking the resit mark cap
      * and leaving the compiled default if the file doesn't carry
      * it. Status "05" is the missing OPTIONAL file.
       LoadSiteParams.
           OPEN INPUT SiteParamFile
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "05"
               MOVE "SiteParams.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF

           READ SiteParamFile
               AT END SET EndOfSiteParams TO TRUE
           END-READ

           PERFORM UNTIL EndOfSiteParams
               EVALUATE SP-ParamName
                   WHEN "RESIT-MARK-CAP"
                       IF FUNCTION TEST-NUMVAL(SP-ParamValue) = 0
                          AND FUNCTION NUMVAL(SP-ParamValue) NOT > 100
                           COMPUTE ResitMarkCap =
                               FUNCTION NUMVAL(SP-ParamValue)
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE

               READ SiteParamFile
                   AT END SET EndOfSiteParams TO TRUE
               END-READ
           END-PERFORM

           CLOSE SiteParamFile.

      * The latest attempt on file for every student and course. No
      * results file yet means nobody has anything to resit.
       LoadLatestAttempts.
           OPEN INPUT ResultsFile
           IF WS-FileStatus NOT = "35"
               MOVE "Results.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus

               READ ResultsFile
                   AT END SET EndOfResults TO TRUE
               END-READ

               PERFORM UNTIL EndOfResults
      * Results from before sittings were numbered carry spaces in
      * MK-Attempt and MK-RawMark: those were all first sittings,
      * uncapped, so the mark as sat is the mark that counts.
                   IF MK-Attempt NOT NUMERIC
                       MOVE 1 TO MK-Attempt
                   END-IF
                   IF MK-RawMark NOT NUMERIC
                       MOVE MK-Mark TO MK-RawMark
                   END-IF
                   PERFORM FindAttempt
                   IF NOT AttemptFound
                       PERFORM AddAttempt
                   END-IF
                   IF AttemptFound
                      AND MK-Attempt NOT < AT-Attempt(AttIdx)
                       MOVE MK-Attempt TO AT-Attempt(AttIdx)
                       MOVE MK-RawMark TO AT-RawMark(AttIdx)
                       MOVE MK-Mark TO AT-Mark(AttIdx)
                       MOVE MK-AssessDate TO AT-AssessDate(AttIdx)
                   END-IF

                   READ ResultsFile
                       AT END SET EndOfResults TO TRUE
                   END-READ
               END-PERFORM

               CLOSE ResultsFile
           END-IF.

      * The table entry for the current result's student and
      * course, left at AttIdx when found.
       FindAttempt.
           MOVE "N" TO AttemptFoundFlag
           PERFORM VARYING AttIdx FROM 1 BY 1
                   UNTIL AttIdx > AttemptCount OR AttemptFound
               IF AT-StudentId(AttIdx) = MK-StudentId
                  AND AT-CourseCode(AttIdx) = MK-CourseCode
                   SET AttemptFound TO TRUE
               END-IF
           END-PERFORM
           IF AttemptFound
               SET AttIdx DOWN BY 1
           END-IF.

       AddAttempt.
           IF AttemptCount < MaxAttempts
               ADD 1 TO AttemptCount
               SET AttIdx TO AttemptCount
               MOVE MK-StudentId TO AT-StudentId(AttIdx)
               MOVE MK-CourseCode TO AT-CourseCode(AttIdx)
               MOVE ZERO TO AT-Attempt(AttIdx)
               SET AttemptFound TO TRUE
           ELSE
               IF NOT AttemptTableFull
                   SET AttemptTableFull TO TRUE
                   DISPLAY "Warning: attempt table full at "
                       MaxAttempts " - later results not listed"
               END-IF
           END-IF.

      * A latest attempt that failed is a resit waiting to happen.
       ReleaseOutstandingFails.
           PERFORM VARYING AttIdx FROM 1 BY 1
                   UNTIL AttIdx > AttemptCount
               IF AT-Mark(AttIdx) < 40
                   MOVE AT-CourseCode(AttIdx) TO SW-CourseCode
                   MOVE AT-AssessDate(AttIdx) TO SW-AssessDate
                   MOVE AT-StudentId(AttIdx) TO SW-StudentId
                   MOVE AT-Attempt(AttIdx) TO SW-Attempt
                   MOVE AT-RawMark(AttIdx) TO SW-RawMark
                   RELEASE SortWorkRec
                   ADD 1 TO CandidateCount
               END-IF
           END-PERFORM.

      * Walks the sorted fails breaking on course and assessment
      * date: each course opens on a page of its own under its
      * title, each date under a line of its own, and each course
      * closes with its count.
       BreakOnCourses.
           RETURN SortWorkFile
               AT END SET SortDrained TO TRUE
           END-RETURN

           PERFORM UNTIL SortDrained
               IF NOT CourseOpen
                   PERFORM OpenCourseGroup
                   PERFORM OpenDateGroup
               ELSE
                   IF SW-CourseCode NOT = CurrentCourseCode
                       PERFORM CloseCourseGroup
                       PERFORM OpenCourseGroup
                       PERFORM OpenDateGroup
                   ELSE
                       IF SW-AssessDate NOT = CurrentAssessDate
                           PERFORM OpenDateGroup
                       END-IF
                   END-IF
               END-IF

               MOVE SW-StudentId TO CL-StudentId
               MOVE SW-Attempt TO CL-Attempt
               MOVE SW-RawMark TO CL-Mark
               IF SW-Attempt < 9
                   COMPUTE CL-NextAttempt = SW-Attempt + 1
               ELSE
                   MOVE ZERO TO CL-NextAttempt
               END-IF
               WRITE PrintLine FROM CandidateLine
                   AFTER ADVANCING 1 LINE
               PERFORM CheckFileStatus
               ADD 1 TO CourseCandidates

               RETURN SortWorkFile
                   AT END SET SortDrained TO TRUE
               END-RETURN
           END-PERFORM

           IF CourseOpen
               PERFORM CloseCourseGroup
           END-IF.

       OpenCourseGroup.
           SET CourseOpen TO TRUE
           MOVE SW-CourseCode TO CurrentCourseCode
           MOVE ZERO TO CourseCandidates
           ADD 1 TO CourseCount
           PERFORM NewReportPage

           MOVE SW-CourseCode TO CH-CourseCode
           MOVE SW-CourseCode TO CO-CourseCode
           READ CourseFile
               INVALID KEY
                   MOVE SPACES TO CH-CourseTitle
               NOT INVALID KEY
                   MOVE CO-CourseTitle TO CH-CourseTitle
           END-READ
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
              MOVE "CourseMaster.dat" TO WS-FileStatusName
              PERFORM CheckFileStatus
           END-IF

           MOVE "ResitCandidates.rpt" TO WS-FileStatusName
           WRITE PrintLine FROM CourseHeading AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus.

       OpenDateGroup.
           MOVE SW-AssessDate TO CurrentAssessDate
           MOVE SW-AssessDate TO DH-AssessDate
           WRITE PrintLine FROM DateHeading AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus
           WRITE PrintLine FROM CandidateColHeads
               AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus.

       CloseCourseGroup.
           MOVE "N" TO CourseOpenFlag
           MOVE CourseCandidates TO CT-Candidates
           WRITE PrintLine FROM CourseTotalLine
               AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus.

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
           MOVE "ResitCandidates.rpt" TO WS-FileStatusName
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
