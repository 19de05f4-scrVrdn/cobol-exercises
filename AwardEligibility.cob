       IDENTIFICATION DIVISION.
       PROGRAM-ID. AwardEligibility.
       AUTHOR. io.github.scrvrdn.
      * End-of-year graduation run: for every student on
      * StudentMaster.dat, totals the credits their passes on
      * Results.dat earn (each course counted once, on its best
      * mark), checks the compulsory courses in AwardRules.dat, and
      * classifies the credit-weighted average of their best marks
      * against the rules' bands. Each student is listed as
      * eligible with a classification or as ineligible with what
      * is missing, and the eligible ones are written to Awards.dat
      * for the certificate printing -- the sums the registrar did
      * by hand from transcript printouts. The results file is
      * rescanned per student, which is fine at this registry's
      * scale.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StudentFile ASSIGN TO "StudentMaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SR-StudentId
               FILE STATUS IS WS-FileStatus.

           SELECT ResultsFile ASSIGN TO "Results.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

           SELECT CourseFile ASSIGN TO "CourseMaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-CourseCode
               FILE STATUS IS WS-FileStatus.

           SELECT AwardRulesFile ASSIGN TO "AwardRules.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

           SELECT AwardFile ASSIGN TO "Awards.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

           SELECT AwardRpt ASSIGN TO "AwardEligibility.rpt"
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

       FD ResultsFile.
           COPY MARKSREC.

       FD CourseFile.
           COPY COURSREC.

       FD AwardRulesFile.
           COPY AWARDRUL.

       FD AwardFile.
           COPY AWARDREC.

       FD AwardRpt.
       01 PrintLine PIC X(100).

       WORKING-STORAGE SECTION.
       01 BusinessToday PIC 9(8) VALUE ZEROS.
       COPY FILESTAT.
       COPY RPTHEAD.

      * The award rules as loaded: the credits needed, the
      * compulsory courses, and the classification bands.
       01 CreditsRequired PIC 9(4) VALUE ZERO.
       01 CompulsoryCount PIC 99 VALUE ZERO.
       01 CompulsoryTable.
           02 CompulsoryCourse PIC X(5) OCCURS 20 TIMES
                   INDEXED BY CompIdx.
       01 BandCount PIC 99 VALUE ZERO.
       01 BandTable.
           02 Band OCCURS 10 TIMES INDEXED BY BandIdx.
              03 BandMinMark PIC 9(3).
              03 BandClassification PIC X(20).

      * The student's courses on the results file, each with the
      * best mark they hold in it and the credits it carries.
       01 MaxStudentCourses PIC 99 VALUE 50.
       01 StudentCourseCount PIC 99.
       01 StudentCourseTable.
           02 StudentCourse OCCURS 50 TIMES INDEXED BY SCIdx.
              03 SC-CourseCode PIC X(5).
              03 SC-BestMark PIC 9(3).
              03 SC-Credits PIC 9(3).
       01 FoundCourseFlag PIC X.
           88 FoundCourse VALUE "Y".
       01 CompulsoryPassedFlag PIC X.
           88 CompulsoryPassed VALUE "Y".

       01 CreditsEarned PIC 9(4).
       01 WeightedMarks PIC 9(7).
       01 WeightedCredits PIC 9(5).
       01 AverageMark PIC 9(3)V99.
       01 AwardClass PIC X(20).
       01 ChosenBandMin PIC 9(3).

      * What stands between an ineligible student and the award,
      * one item per line -- room for no results on file, the credit
      * shortfall and every one of the compulsory courses.
       01 MissingCount PIC 99.
       01 MissingTable.
           02 MissingItem PIC X(40) OCCURS 22 TIMES
                   INDEXED BY MissIdx.

       01 StudentsChecked PIC 9(5) VALUE ZERO.
       01 EligibleCount PIC 9(5) VALUE ZERO.
       01 IneligibleCount PIC 9(5) VALUE ZERO.

       01 ReportHeading PIC X(40)
           VALUE "Award Eligibility".
       01 RulesLine.
           02 FILLER PIC X(18) VALUE "Credits required: ".
           02 RUL-Credits PIC ZZZ9.
           02 FILLER PIC X(24) VALUE "   Compulsory courses: ".
           02 RUL-Compulsory PIC Z9.
       01 AwardColHeads.
           02 FILLER PIC X(11) VALUE "StudentId".
           02 FILLER PIC X(8) VALUE "Course".
           02 FILLER PIC X(9) VALUE "Credits".
           02 FILLER PIC X(9) VALUE "Average".
           02 FILLER PIC X(15) VALUE "Outcome".
           02 FILLER PIC X(40) VALUE "Classification / missing".
       01 AwardLine.
           02 AL-StudentId PIC 9(8).
           02 FILLER PIC X(3) VALUE SPACES.
           02 AL-CourseCode PIC X(5).
           02 FILLER PIC X(3) VALUE SPACES.
           02 AL-Credits PIC ZZZ9.
           02 FILLER PIC X(4) VALUE SPACES.
           02 AL-Average PIC ZZ9.99.
           02 FILLER PIC X(3) VALUE SPACES.
           02 AL-Outcome PIC X(12).
           02 FILLER PIC X(3) VALUE SPACES.
           02 AL-Detail PIC X(40).
       01 MissingLine.
           02 FILLER PIC X(51) VALUE SPACES.
           02 ML-Detail PIC X(40).
       01 AwardTotalLine.
           02 FILLER PIC X(18) VALUE "Students checked:".
           02 AT-Checked PIC ZZZZ9.
           02 FILLER PIC X(14) VALUE "   Eligible:".
           02 AT-Eligible PIC ZZZZ9.
           02 FILLER PIC X(16) VALUE "   Not eligible:".
           02 AT-Ineligible PIC ZZZZ9.

       PROCEDURE DIVISION.
       Main.
           PERFORM GetBusinessDate
           PERFORM LoadAwardRules

           OPEN INPUT StudentFile
           MOVE "StudentMaster.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN INPUT CourseFile
           MOVE "CourseMaster.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN OUTPUT AwardFile
           MOVE "Awards.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN OUTPUT AwardRpt
           MOVE "AwardEligibility.rpt" TO WS-FileStatusName
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
           MOVE CreditsRequired TO RUL-Credits
           MOVE CompulsoryCount TO RUL-Compulsory
           WRITE PrintLine FROM RulesLine AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus
           WRITE PrintLine FROM AwardColHeads
               AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus

           READ StudentFile NEXT RECORD
               AT END SET EndOfStudentFile TO TRUE
           END-READ
           MOVE "StudentMaster.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           PERFORM UNTIL EndOfStudentFile
               ADD 1 TO StudentsChecked
               PERFORM AssessOneStudent

               READ StudentFile NEXT RECORD
                   AT END SET EndOfStudentFile TO TRUE
               END-READ
               MOVE "StudentMaster.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-PERFORM

           MOVE StudentsChecked TO AT-Checked
           MOVE EligibleCount TO AT-Eligible
           MOVE IneligibleCount TO AT-Ineligible
           MOVE "AwardEligibility.rpt" TO WS-FileStatusName
           WRITE PrintLine FROM AwardTotalLine
               AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus

           CLOSE StudentFile
           CLOSE CourseFile
           CLOSE AwardFile
           CLOSE AwardRpt

           DISPLAY "Students checked: " StudentsChecked
           DISPLAY "Eligible:         " EligibleCount
           DISPLAY "Not eligible:     " IneligibleCount
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

      * The rules must exist -- an award run with no rules would
      * pass or fail everyone on nothing. A rule of unknown type,
      * or past the table's room, is reported and ignored.
       LoadAwardRules.
           OPEN INPUT AwardRulesFile
           MOVE "AwardRules.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           READ AwardRulesFile
               AT END SET EndOfAwardRules TO TRUE
           END-READ
           PERFORM CheckFileStatus

           PERFORM UNTIL EndOfAwardRules
               EVALUATE TRUE
                   WHEN AR-CreditsRule AND AR-Number NUMERIC
                       MOVE AR-Number TO CreditsRequired
                   WHEN AR-CompulsoryRule AND CompulsoryCount < 20
                       ADD 1 TO CompulsoryCount
                       MOVE AR-CourseCode
                           TO CompulsoryCourse(CompulsoryCount)
                   WHEN AR-BandRule AND AR-Number NUMERIC
                        AND BandCount < 10
                       ADD 1 TO BandCount
                       MOVE AR-Number TO BandMinMark(BandCount)
                       MOVE AR-Classification
                           TO BandClassification(BandCount)
                   WHEN OTHER
                       DISPLAY "Ignored: award rule " AR-RuleType
                           " " AR-CourseCode " " AR-Number
               END-EVALUATE

               READ AwardRulesFile
                   AT END SET EndOfAwardRules TO TRUE
               END-READ
               MOVE "AwardRules.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-PERFORM

           CLOSE AwardRulesFile.

      * One student: their courses and best marks, the credits and
      * weighted average they come to, and what if anything is
      * missing -- then the report line and, if eligible, the
      * award record.
       AssessOneStudent.
           PERFORM GatherStudentCourses
           PERFORM TotalStudentCredits

           MOVE ZERO TO MissingCount
           IF StudentCourseCount = 0
               ADD 1 TO MissingCount
               MOVE "no results on file" TO MissingItem(MissingCount)
           END-IF
           IF CreditsEarned < CreditsRequired
               ADD 1 TO MissingCount
               MOVE SPACES TO MissingItem(MissingCount)
               STRING "credits " DELIMITED BY SIZE
                   CreditsEarned DELIMITED BY SIZE
                   " of " DELIMITED BY SIZE
                   CreditsRequired DELIMITED BY SIZE
                   INTO MissingItem(MissingCount)
               END-STRING
           END-IF
           PERFORM VARYING CompIdx FROM 1 BY 1
                   UNTIL CompIdx > CompulsoryCount
               PERFORM CheckCompulsoryCourse
           END-PERFORM

           MOVE SR-StudentId TO AL-StudentId
           MOVE SR-CourseCode TO AL-CourseCode
           MOVE CreditsEarned TO AL-Credits
           MOVE AverageMark TO AL-Average
           MOVE "AwardEligibility.rpt" TO WS-FileStatusName
           IF MissingCount = 0
               PERFORM ClassifyAverage
               MOVE "ELIGIBLE" TO AL-Outcome
               MOVE AwardClass TO AL-Detail
               WRITE PrintLine FROM AwardLine AFTER ADVANCING 1 LINE
               PERFORM CheckFileStatus
               PERFORM WriteAwardRecord
               ADD 1 TO EligibleCount
           ELSE
               MOVE "NOT ELIGIBLE" TO AL-Outcome
               MOVE MissingItem(1) TO AL-Detail
               WRITE PrintLine FROM AwardLine AFTER ADVANCING 1 LINE
               PERFORM CheckFileStatus
               PERFORM VARYING MissIdx FROM 2 BY 1
                       UNTIL MissIdx > MissingCount
                   MOVE MissingItem(MissIdx) TO ML-Detail
                   WRITE PrintLine FROM MissingLine
                       AFTER ADVANCING 1 LINE
                   PERFORM CheckFileStatus
               END-PERFORM
               ADD 1 TO IneligibleCount
           END-IF.

       GatherStudentCourses.
           MOVE ZERO TO StudentCourseCount

           OPEN INPUT ResultsFile
           IF WS-FileStatus NOT = "35"
               MOVE "Results.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus

               READ ResultsFile
                   AT END SET EndOfResults TO TRUE
               END-READ

               PERFORM UNTIL EndOfResults
                   IF MK-StudentId = SR-StudentId
                       PERFORM KeepCourseBestMark
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

       KeepCourseBestMark.
           MOVE "N" TO FoundCourseFlag
           PERFORM VARYING SCIdx FROM 1 BY 1
                   UNTIL SCIdx > StudentCourseCount OR FoundCourse
               IF SC-CourseCode(SCIdx) = MK-CourseCode
                   SET FoundCourse TO TRUE
                   IF MK-Mark > SC-BestMark(SCIdx)
                       MOVE MK-Mark TO SC-BestMark(SCIdx)
                   END-IF
               END-IF
           END-PERFORM

           IF NOT FoundCourse
               IF StudentCourseCount < MaxStudentCourses
                   ADD 1 TO StudentCourseCount
                   SET SCIdx TO StudentCourseCount
                   MOVE MK-CourseCode TO SC-CourseCode(SCIdx)
                   MOVE MK-Mark TO SC-BestMark(SCIdx)
                   PERFORM LookupCourseCredits
               ELSE
                   DISPLAY "Warning: StudentId " SR-StudentId
                       " has more than " MaxStudentCourses
                       " courses - " MK-CourseCode " not counted"
               END-IF
           END-IF.

       LookupCourseCredits.
           MOVE MK-CourseCode TO CO-CourseCode
           READ CourseFile
               INVALID KEY
                   MOVE ZERO TO SC-Credits(SCIdx)
               NOT INVALID KEY
                   IF CO-Credits NUMERIC
                       MOVE CO-Credits TO SC-Credits(SCIdx)
                   ELSE
                       MOVE ZERO TO SC-Credits(SCIdx)
                   END-IF
           END-READ
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
              MOVE "CourseMaster.dat" TO WS-FileStatusName
              PERFORM CheckFileStatus
           END-IF.

      * A pass (40 and over) earns the course's credits; every
      * credit-bearing course taken, passed or not, weighs into the
      * average by its credits.
       TotalStudentCredits.
           MOVE ZEROS TO CreditsEarned, WeightedMarks, WeightedCredits
           MOVE ZERO TO AverageMark
           PERFORM VARYING SCIdx FROM 1 BY 1
                   UNTIL SCIdx > StudentCourseCount
               IF SC-BestMark(SCIdx) >= 40
                   ADD SC-Credits(SCIdx) TO CreditsEarned
               END-IF
               COMPUTE WeightedMarks = WeightedMarks
                   + SC-BestMark(SCIdx) * SC-Credits(SCIdx)
               ADD SC-Credits(SCIdx) TO WeightedCredits
           END-PERFORM
           IF WeightedCredits > 0
               COMPUTE AverageMark ROUNDED
                   = WeightedMarks / WeightedCredits
           END-IF.

       CheckCompulsoryCourse.
           MOVE "N" TO CompulsoryPassedFlag
           PERFORM VARYING SCIdx FROM 1 BY 1
                   UNTIL SCIdx > StudentCourseCount
               IF SC-CourseCode(SCIdx) = CompulsoryCourse(CompIdx)
                  AND SC-BestMark(SCIdx) >= 40
                   SET CompulsoryPassed TO TRUE
               END-IF
           END-PERFORM
           IF NOT CompulsoryPassed
               ADD 1 TO MissingCount
               MOVE SPACES TO MissingItem(MissingCount)
               STRING "compulsory " DELIMITED BY SIZE
                   CompulsoryCourse(CompIdx) DELIMITED BY SIZE
                   " not passed" DELIMITED BY SIZE
                   INTO MissingItem(MissingCount)
               END-STRING
           END-IF.

      * The highest band whose lowest mark the average reaches; an
      * average under every band is unclassified.
       ClassifyAverage.
           MOVE "Unclassified" TO AwardClass
           MOVE ZERO TO ChosenBandMin
           PERFORM VARYING BandIdx FROM 1 BY 1
                   UNTIL BandIdx > BandCount
               IF AverageMark >= BandMinMark(BandIdx)
                  AND (AwardClass = "Unclassified"
                       OR BandMinMark(BandIdx) > ChosenBandMin)
                   MOVE BandClassification(BandIdx) TO AwardClass
                   MOVE BandMinMark(BandIdx) TO ChosenBandMin
               END-IF
           END-PERFORM.

       WriteAwardRecord.
           MOVE SR-StudentId TO AW-StudentId
           MOVE SR-CourseCode TO AW-CourseCode
           MOVE AwardClass TO AW-Classification
           MOVE CreditsEarned TO AW-Credits
           MOVE AverageMark TO AW-AverageMark
           MOVE BusinessToday TO AW-AwardDate
           WRITE AwardRec
           MOVE "Awards.dat" TO WS-FileStatusName
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
