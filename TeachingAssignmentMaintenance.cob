       IDENTIFICATION DIVISION.
       PROGRAM-ID. TeachingAssignmentMaintenance.
       AUTHOR. io.github.scrvrdn.
      * Maintains TeachingAssignments.dat -- which tutor teaches which
      * course in which term, and for how many contact hours -- from
      * a keyed-in transaction file, same pattern as
      * CourseMaintenance. The tutor must be on Tutors.dat and the
      * course on CourseMaster.dat. Once the transactions are in, the
      * open AcademicTerm.dat term is checked: every course with a
      * student enrolled on StudentMaster.dat should have a tutor
      * assigned for it, and each one without -- or whose only
      * tutors are on leave -- is warned of on the console.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TeachingAssignmentFile
               ASSIGN TO "TeachingAssignments.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TA-Key
               FILE STATUS IS WS-FileStatus.

           SELECT AssignmentTransactionFile
               ASSIGN TO "AssignmentTransactions.dat"
               ORGANIZATION IS SEQUENTIAL
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

      * Read through for the courses with students enrolled on them.
           SELECT StudentFile ASSIGN TO "StudentMaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SR-StudentId
               FILE STATUS IS WS-FileStatus.

      * The open term the cover check is made for -- see TERMCTL.
           SELECT AcademicTermFile ASSIGN TO "AcademicTerm.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD TeachingAssignmentFile.
           COPY TUTASSGN.

      * One transaction per assignment being added, amended, or
      * removed: the action code, the tutor-course-term key, and the
      * contact hours (ignored for a delete).
       FD AssignmentTransactionFile.
       01 AssignmentTransactionRec.
           88 EndOfAssignmentTransactions VALUE HIGH-VALUES.
           02 AS-Action PIC X.
               88 AS-AddAssignment VALUE "A".
               88 AS-UpdateAssignment VALUE "U".
               88 AS-DeleteAssignment VALUE "D".
           02 AS-Key.
              03 AS-TutorId PIC X(6).
              03 AS-CourseCode PIC X(5).
              03 AS-TermCode PIC X(6).
           02 AS-ContactHours PIC 9(3).

       FD TutorFile.
           COPY TUTOR.

       FD CourseFile.
           COPY COURSREC.

       FD StudentFile.
           COPY STUDREC.

       FD AcademicTermFile.
           COPY TERMCTL.

       WORKING-STORAGE SECTION.
       COPY FILESTAT.

       01 AddedCount PIC 9(4) VALUE ZERO.
       01 UpdatedCount PIC 9(4) VALUE ZERO.
       01 DeletedCount PIC 9(4) VALUE ZERO.
       01 RejectedCount PIC 9(4) VALUE ZERO.

       01 AssignmentRejectReason PIC X(40).
       01 CurrentTermCode PIC X(6) VALUE SPACES.

      * The courses with enrollments, each with whether an available
      * tutor -- or only one on leave -- is assigned for the term.
       01 MaxCoverCourses PIC 9(3) VALUE 200.
       01 CoverTable.
           02 NumCoverCourses PIC 9(3) VALUE ZERO.
           02 CoverEntry OCCURS 0 TO 200 TIMES
                    DEPENDING ON NumCoverCourses
                    INDEXED BY Cov-Idx.
              03 CV-CourseCode PIC X(5).
              03 CV-Enrolled PIC 9(5).
              03 CV-Cover PIC X.
                  88 CV-NoTutor VALUE "N".
                  88 CV-TutorOnLeave VALUE "L".
                  88 CV-TutorAvailable VALUE "A".
       01 CoverTableFullFlag PIC X VALUE "N".
           88 CoverTableFull VALUE "Y".
       01 FoundCoverIdx PIC 9(3).
       01 UncoveredCount PIC 9(3) VALUE ZERO.
       01 OnLeaveCount PIC 9(3) VALUE ZERO.

       PROCEDURE DIVISION.
       Main.
           PERFORM GetAcademicTerm

           OPEN INPUT AssignmentTransactionFile
           MOVE "AssignmentTransactions.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN I-O TeachingAssignmentFile
           IF WS-FileStatus = "35"
               OPEN OUTPUT TeachingAssignmentFile
               CLOSE TeachingAssignmentFile
               OPEN I-O TeachingAssignmentFile
           END-IF
           MOVE "TeachingAssignments.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN INPUT TutorFile
           MOVE "Tutors.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN INPUT CourseFile
           MOVE "CourseMaster.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           READ AssignmentTransactionFile
               AT END SET EndOfAssignmentTransactions TO TRUE
           END-READ
           MOVE "AssignmentTransactions.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           PERFORM UNTIL EndOfAssignmentTransactions
               PERFORM ApplyAssignmentTransaction

               READ AssignmentTransactionFile
                   AT END SET EndOfAssignmentTransactions TO TRUE
               END-READ
               MOVE "AssignmentTransactions.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-PERFORM

           CLOSE AssignmentTransactionFile
           CLOSE CourseFile

           DISPLAY "Assignments added:   " AddedCount
           DISPLAY "Assignments updated: " UpdatedCount
           DISPLAY "Assignments deleted: " DeletedCount
           DISPLAY "Rejected:            " RejectedCount

           IF CurrentTermCode = SPACES
               DISPLAY "No open term on AcademicTerm.dat - "
                   "tutor cover not checked"
           ELSE
               PERFORM CheckTermCover
           END-IF

           CLOSE TeachingAssignmentFile
           CLOSE TutorFile

           STOP RUN.

      * Checks WS-FileStatus after an OPEN/READ/WRITE/REWRITE against
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

      * Routes the current transaction to its action's paragraph, or
      * rejects it with a readable message if the action code isn't
      * one of A, U, or D.
       ApplyAssignmentTransaction.
           EVALUATE TRUE
               WHEN AS-AddAssignment PERFORM AddAssignment
               WHEN AS-UpdateAssignment PERFORM UpdateAssignment
               WHEN AS-DeleteAssignment PERFORM DeleteAssignment
               WHEN OTHER
                   ADD 1 TO RejectedCount
                   DISPLAY "Rejected: invalid action " AS-Action
                       " for TutorId " AS-TutorId " course "
                       AS-CourseCode " term " AS-TermCode
           END-EVALUATE.

       AddAssignment.
           PERFORM ValidateAssignment
           IF AssignmentRejectReason NOT = SPACES
               PERFORM RejectAssignment
           ELSE
               MOVE AS-Key TO TA-Key
               MOVE AS-ContactHours TO TA-ContactHours
               WRITE TeachingAssignmentRec
                   INVALID KEY
                       ADD 1 TO RejectedCount
                       DISPLAY "Rejected: duplicate assignment of "
                           AS-CourseCode " term " AS-TermCode
                           " to TutorId " AS-TutorId
                   NOT INVALID KEY
                       ADD 1 TO AddedCount
                       MOVE "TeachingAssignments.dat"
                           TO WS-FileStatusName
                       PERFORM CheckFileStatus
               END-WRITE
           END-IF.

       UpdateAssignment.
           PERFORM ValidateAssignment
           IF AssignmentRejectReason NOT = SPACES
               PERFORM RejectAssignment
           ELSE
               MOVE AS-Key TO TA-Key
               READ TeachingAssignmentFile
                   INVALID KEY
                       ADD 1 TO RejectedCount
                       DISPLAY "Rejected: no assignment of "
                           AS-CourseCode " term " AS-TermCode
                           " to TutorId " AS-TutorId " on update"
                   NOT INVALID KEY
                       MOVE AS-ContactHours TO TA-ContactHours
                       REWRITE TeachingAssignmentRec
                       ADD 1 TO UpdatedCount
                       MOVE "TeachingAssignments.dat"
                           TO WS-FileStatusName
                       PERFORM CheckFileStatus
               END-READ
           END-IF.

       DeleteAssignment.
           MOVE AS-Key TO TA-Key
           DELETE TeachingAssignmentFile
               INVALID KEY
                   ADD 1 TO RejectedCount
                   DISPLAY "Rejected: no assignment of " AS-CourseCode
                       " term " AS-TermCode " to TutorId " AS-TutorId
                       " on delete"
               NOT INVALID KEY
                   ADD 1 TO DeletedCount
                   MOVE "TeachingAssignments.dat" TO WS-FileStatusName
                   PERFORM CheckFileStatus
           END-DELETE.

       RejectAssignment.
           ADD 1 TO RejectedCount
           DISPLAY "Rejected: " AS-CourseCode " term " AS-TermCode
               " for TutorId " AS-TutorId " - "
               FUNCTION TRIM(AssignmentRejectReason).

       ValidateAssignment.
           MOVE SPACES TO AssignmentRejectReason

           EVALUATE TRUE
               WHEN AS-TermCode = SPACES
                   MOVE "term is blank" TO AssignmentRejectReason
               WHEN AS-ContactHours NOT NUMERIC
                    OR AS-ContactHours = ZERO
                   MOVE "contact hours must be over zero"
                       TO AssignmentRejectReason
           END-EVALUATE

           IF AssignmentRejectReason = SPACES
               MOVE AS-TutorId TO TM-TutorId
               READ TutorFile
                   INVALID KEY
                       MOVE "tutor not on Tutors.dat"
                           TO AssignmentRejectReason
               END-READ
               IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
                  MOVE "Tutors.dat" TO WS-FileStatusName
                  PERFORM CheckFileStatus
               END-IF
           END-IF

           IF AssignmentRejectReason = SPACES
               MOVE AS-CourseCode TO CO-CourseCode
               READ CourseFile
                   INVALID KEY
                       MOVE "course not on CourseMaster.dat"
                           TO AssignmentRejectReason
               END-READ
               IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
                  MOVE "CourseMaster.dat" TO WS-FileStatusName
                  PERFORM CheckFileStatus
               END-IF
           END-IF.

      * Every course with a student enrolled on the master needs a
      * tutor for the open term. Continuing students keep the term
      * they enrolled in, so the enrollment itself is what counts,
      * not its term stamp. A course whose only tutors are on leave
      * is as uncovered as one with none, and is warned of too.
       CheckTermCover.
           PERFORM CollectEnrolledCourses

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
               IF TA-TermCode = CurrentTermCode
                   PERFORM NoteAssignmentCover
               END-IF

               READ TeachingAssignmentFile NEXT RECORD
                   AT END SET EndOfTeachingAssignments TO TRUE
               END-READ
               MOVE "TeachingAssignments.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-PERFORM

           PERFORM VARYING Cov-Idx FROM 1 BY 1
                   UNTIL Cov-Idx > NumCoverCourses
               EVALUATE TRUE
                   WHEN CV-NoTutor(Cov-Idx)
                       ADD 1 TO UncoveredCount
                       DISPLAY "Warning: course " CV-CourseCode(Cov-Idx)
                           " has " CV-Enrolled(Cov-Idx)
                           " enrolled and no tutor for term "
                           CurrentTermCode
                   WHEN CV-TutorOnLeave(Cov-Idx)
                       ADD 1 TO OnLeaveCount
                       DISPLAY "Warning: course " CV-CourseCode(Cov-Idx)
                           " has " CV-Enrolled(Cov-Idx)
                           " enrolled and its tutor is on leave"
               END-EVALUATE
           END-PERFORM

           DISPLAY "Term " CurrentTermCode " courses enrolled: "
               NumCoverCourses
           DISPLAY "  with no tutor:       " UncoveredCount
           DISPLAY "  tutor on leave:      " OnLeaveCount.

       CollectEnrolledCourses.
           OPEN INPUT StudentFile
           MOVE "StudentMaster.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           READ StudentFile NEXT RECORD
               AT END SET EndOfStudentFile TO TRUE
           END-READ
           PERFORM CheckFileStatus

           PERFORM UNTIL EndOfStudentFile
               IF SR-Enrolled
                   PERFORM TallyEnrolledCourse
               END-IF

               READ StudentFile NEXT RECORD
                   AT END SET EndOfStudentFile TO TRUE
               END-READ
               MOVE "StudentMaster.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-PERFORM

           CLOSE StudentFile.

       TallyEnrolledCourse.
           MOVE ZEROS TO FoundCoverIdx
           SET Cov-Idx TO 1
           SEARCH CoverEntry
               AT END
                   IF NumCoverCourses < MaxCoverCourses
                       ADD 1 TO NumCoverCourses
                       MOVE SR-CourseCode
                           TO CV-CourseCode(NumCoverCourses)
                       MOVE ZEROS TO CV-Enrolled(NumCoverCourses)
                       SET CV-NoTutor(NumCoverCourses) TO TRUE
                       MOVE NumCoverCourses TO FoundCoverIdx
                   ELSE
                       IF NOT CoverTableFull
                           DISPLAY "Warning: course table full at "
                               MaxCoverCourses " courses - later "
                               "courses not checked"
                           SET CoverTableFull TO TRUE
                       END-IF
                   END-IF
               WHEN CV-CourseCode(Cov-Idx) = SR-CourseCode
                   SET FoundCoverIdx TO Cov-Idx
           END-SEARCH

           IF FoundCoverIdx > 0
               ADD 1 TO CV-Enrolled(FoundCoverIdx)
           END-IF.

      * An assignment for the term covers its course -- fully when
      * the tutor is available, only on paper when they're on leave
      * (a tutor since removed from the master counts as on leave).
       NoteAssignmentCover.
           SET Cov-Idx TO 1
           SEARCH CoverEntry
               AT END
                   CONTINUE
               WHEN CV-CourseCode(Cov-Idx) = TA-CourseCode
                   IF NOT CV-TutorAvailable(Cov-Idx)
                       MOVE TA-TutorId TO TM-TutorId
                       READ TutorFile
                           INVALID KEY
                               MOVE "L" TO TM-Status
                       END-READ
                       IF WS-FileStatus NOT = "00"
                          AND WS-FileStatus NOT = "23"
                          MOVE "Tutors.dat" TO WS-FileStatusName
                          PERFORM CheckFileStatus
                       END-IF
                       IF TM-Available
                           SET CV-TutorAvailable(Cov-Idx) TO TRUE
                       ELSE
                           SET CV-TutorOnLeave(Cov-Idx) TO TRUE
                       END-IF
                   END-IF
           END-SEARCH.

      * The open academic term -- the control record TermRollover
      * sets at each rollover. A missing control leaves it blank and
      * the cover check is skipped.
       GetAcademicTerm.
           OPEN INPUT AcademicTermFile
           IF WS-FileStatus = "00"
               READ AcademicTermFile
                   NOT AT END
                       MOVE AT-TermCode TO CurrentTermCode
               END-READ
               CLOSE AcademicTermFile
           END-IF.
