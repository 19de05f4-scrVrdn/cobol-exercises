      * each mark must name a student on StudentMaster.dat, a course
      * on CourseMaster.dat, and a mark in range, or it is rejected
      * with a readable message instead of poisoning the pass-rate
      * figures. A first sitting is refused where the student
      * already has a result for the course; a resit is taken only
      * after a failed attempt, numbered on from it, and its mark
      * capped at the RESIT-MARK-CAP site parameter.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS CO-CourseCode
               FILE STATUS IS WS-FileStatus.

      * Site knobs -- read here for the resit mark cap. OPTIONAL: a
      * missing file leaves the compiled default standing.
           SELECT OPTIONAL SiteParamFile ASSIGN TO "SiteParams.dat"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FileStatus.

       DATA DIVISION.
       FILE SECTION.
      * One transaction per assessment marked, same fields the
      * results file carries, and R in the last byte for a resit.
       FD MarksTransactionFile.
       01 MarksTransactionRec.
           88 EndOfMarksTransactions VALUE HIGH-VALUES.
           02 MT-CourseCode PIC X(5).
           02 MT-Mark PIC 9(3).
           02 MT-AssessDate PIC 9(8).
           02 MT-Sitting PIC X.
               88 MT-Resit VALUE "R".

       FD ResultsFile.
           COPY MARKSREC.
       FD CourseFile.
           COPY COURSREC.

       FD SiteParamFile.
           COPY SITEPARM.

       WORKING-STORAGE SECTION.
       COPY FILESTAT.

       01 LoadedCount PIC 9(5) VALUE ZERO.
       01 RejectedCount PIC 9(5) VALUE ZERO.
       01 ResitCount PIC 9(5) VALUE ZERO.
       01 CappedCount PIC 9(5) VALUE ZERO.
       01 MarkValidFlag PIC X VALUE "N".
           88 MarkValid VALUE "Y".

      * Highest mark a resit can count for -- the RESIT-MARK-CAP
      * site knob, the pass line by default.
       01 ResitMarkCap PIC 9(3) VALUE 40.

      * Each student's latest attempt per course, from the results
      * already on file and kept up as this run loads more: the
      * attempt number, its counted mark, and the date sat.
       01 MaxAttempts PIC 9(4) VALUE 5000.
       01 AttemptCount PIC 9(4) VALUE ZERO.
       01 AttemptTable.
           02 AttemptEntry OCCURS 5000 TIMES INDEXED BY AttIdx.
              03 AT-StudentId PIC 9(8).
              03 AT-CourseCode PIC X(5).
              03 AT-Attempt PIC 9.
              03 AT-Mark PIC 9(3).
              03 AT-AssessDate PIC 9(8).
       01 AttemptFoundFlag PIC X.
           88 AttemptFound VALUE "Y".
       01 AttemptTableFullFlag PIC X VALUE "N".
           88 AttemptTableFull VALUE "Y".
       01 SearchStudentId PIC 9(8).
       01 SearchCourseCode PIC X(5).
       01 NewAttempt PIC 9.

       PROCEDURE DIVISION.
       Main.
           PERFORM LoadSiteParams
           PERFORM LoadPriorAttempts

           OPEN INPUT MarksTransactionFile
           MOVE "MarksTransactions.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus
           CLOSE ResultsFile

           DISPLAY "Marks loaded:   " LoadedCount
           DISPLAY "  of which resits: " ResitCount
               " (capped at " ResitMarkCap ": " CappedCount ")"
           DISPLAY "Marks rejected: " RejectedCount

           STOP RUN.
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

      * The latest attempt on file for every student and course, so
      * a resit can be checked against the sitting before it. No
      * results file yet means nobody has sat anything.
       LoadPriorAttempts.
           OPEN INPUT ResultsFile
           IF WS-FileStatus NOT = "35"
               MOVE "Results.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus

               READ ResultsFile
                   AT END SET EndOfResults TO TRUE
               END-READ

               PERFORM UNTIL EndOfResults
      * Results from before sittings were numbered carry spaces in
      * MK-Attempt: those were all first sittings.
                   IF MK-Attempt NOT NUMERIC
                       MOVE 1 TO MK-Attempt
                   END-IF
                   MOVE MK-StudentId TO SearchStudentId
                   MOVE MK-CourseCode TO SearchCourseCode
                   PERFORM FindAttempt
                   IF NOT AttemptFound
                       PERFORM AddAttempt
                   END-IF
                   IF AttemptFound
                      AND MK-Attempt NOT < AT-Attempt(AttIdx)
                       PERFORM KeepAttempt
                   END-IF

                   READ ResultsFile
                       AT END SET EndOfResults TO TRUE
                   END-READ
               END-PERFORM

               CLOSE ResultsFile
           END-IF
           MOVE SPACES TO ResultRec.

      * The table entry for SearchStudentId and SearchCourseCode,
      * left at AttIdx when found.
       FindAttempt.
           MOVE "N" TO AttemptFoundFlag
           PERFORM VARYING AttIdx FROM 1 BY 1
                   UNTIL AttIdx > AttemptCount OR AttemptFound
               IF AT-StudentId(AttIdx) = SearchStudentId
                  AND AT-CourseCode(AttIdx) = SearchCourseCode
                   SET AttemptFound TO TRUE
               END-IF
           END-PERFORM
           IF AttemptFound
               SET AttIdx DOWN BY 1
           END-IF.

      * A new entry for SearchStudentId and SearchCourseCode, at
      * attempt zero until KeepAttempt fills it in. A full table is
      * reported once and the attempt goes unrecorded.
       AddAttempt.
           IF AttemptCount < MaxAttempts
               ADD 1 TO AttemptCount
               SET AttIdx TO AttemptCount
               MOVE SearchStudentId TO AT-StudentId(AttIdx)
               MOVE SearchCourseCode TO AT-CourseCode(AttIdx)
               MOVE ZERO TO AT-Attempt(AttIdx)
               SET AttemptFound TO TRUE
           ELSE
               IF NOT AttemptTableFull
                   SET AttemptTableFull TO TRUE
                   DISPLAY "Warning: attempt table full at "
                       MaxAttempts " - resit checks incomplete"
               END-IF
           END-IF.

       KeepAttempt.
           MOVE MK-Attempt TO AT-Attempt(AttIdx)
           MOVE MK-Mark TO AT-Mark(AttIdx)
           MOVE MK-AssessDate TO AT-AssessDate(AttIdx).

       LoadOneMark.
           PERFORM ValidateMark
           IF MarkValid
               PERFORM ValidateSitting
           END-IF
           IF MarkValid
               MOVE MT-StudentId TO MK-StudentId
               MOVE MT-CourseCode TO MK-CourseCode
               MOVE MT-Mark TO MK-RawMark
               MOVE MT-Mark TO MK-Mark
               MOVE MT-AssessDate TO MK-AssessDate
               MOVE NewAttempt TO MK-Attempt
               IF MT-Resit
                   ADD 1 TO ResitCount
                   IF MT-Mark > ResitMarkCap
                       MOVE ResitMarkCap TO MK-Mark
                       ADD 1 TO CappedCount
                   END-IF
               END-IF
               WRITE ResultRec
               MOVE "Results.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
               ADD 1 TO LoadedCount

               MOVE MT-StudentId TO SearchStudentId
               MOVE MT-CourseCode TO SearchCourseCode
               IF NOT MT-Resit
                   PERFORM AddAttempt
               ELSE
                   PERFORM FindAttempt
               END-IF
               IF AttemptFound
                   PERFORM KeepAttempt
               END-IF
           END-IF.

      * A first sitting must be the student's first result on the
      * course. A resit needs a failed attempt before it, sat
      * earlier, and takes the next attempt number.
       ValidateSitting.
           MOVE MT-StudentId TO SearchStudentId
           MOVE MT-CourseCode TO SearchCourseCode
           PERFORM FindAttempt
           MOVE 1 TO NewAttempt

           EVALUATE TRUE
               WHEN NOT MT-Resit AND AttemptFound
                   MOVE "N" TO MarkValidFlag
                   ADD 1 TO RejectedCount
                   DISPLAY "Rejected: StudentId " MT-StudentId
                       " already has a result for " MT-CourseCode
                       " - key a resit as R"
               WHEN NOT MT-Resit
                   CONTINUE
               WHEN NOT AttemptFound
                   MOVE "N" TO MarkValidFlag
                   ADD 1 TO RejectedCount
                   DISPLAY "Rejected: resit for StudentId "
                       MT-StudentId " on " MT-CourseCode
                       " with no previous attempt"
               WHEN AT-Mark(AttIdx) NOT < 40
                   MOVE "N" TO MarkValidFlag
                   ADD 1 TO RejectedCount
                   DISPLAY "Rejected: resit for StudentId "
                       MT-StudentId " on " MT-CourseCode
                       " - attempt " AT-Attempt(AttIdx) " passed"
               WHEN MT-AssessDate NOT > AT-AssessDate(AttIdx)
                   MOVE "N" TO MarkValidFlag
                   ADD 1 TO RejectedCount
                   DISPLAY "Rejected: resit for StudentId "
                       MT-StudentId " on " MT-CourseCode
                       " not dated after attempt " AT-Attempt(AttIdx)
               WHEN AT-Attempt(AttIdx) = 9
                   MOVE "N" TO MarkValidFlag
                   ADD 1 TO RejectedCount
                   DISPLAY "Rejected: resit for StudentId "
                       MT-StudentId " on " MT-CourseCode
                       " - nine attempts already on file"
               WHEN OTHER
                   COMPUTE NewAttempt = AT-Attempt(AttIdx) + 1
           END-EVALUATE.

       ValidateMark.
           MOVE "Y" TO MarkValidFlag

