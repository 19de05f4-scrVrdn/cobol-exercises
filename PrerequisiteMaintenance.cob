       IDENTIFICATION DIVISION.
       PROGRAM-ID. PrerequisiteMaintenance.
       AUTHOR. io.github.scrvrdn.
      * Maintains Prerequisites.dat, the courses each course requires
      * and the minimum mark that qualifies, from a keyed-in
      * transaction file -- same pattern as CourseMaintenance. Both
      * courses must be on the course master, a course can't require
      * itself, and the minimum mark runs 0-100 like the marks it is
      * checked against.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PrerequisiteFile ASSIGN TO "Prerequisites.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PQ-Key
               FILE STATUS IS WS-FileStatus.

           SELECT PrerequisiteTransactionFile
               ASSIGN TO "PrerequisiteTransactions.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

           SELECT CourseFile ASSIGN TO "CourseMaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-CourseCode
               FILE STATUS IS WS-FileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD PrerequisiteFile.
           COPY PREREQ.

      * One transaction per prerequisite being added, re-marked, or
      * removed: the action code, the course and the course it
      * requires, and the minimum mark (ignored for a delete).
       FD PrerequisiteTransactionFile.
       01 PrerequisiteTransactionRec.
           88 EndOfPrerequisiteTransactions VALUE HIGH-VALUES.
           02 PX-Action PIC X.
               88 PX-AddPrerequisite VALUE "A".
               88 PX-UpdatePrerequisite VALUE "U".
               88 PX-DeletePrerequisite VALUE "D".
           02 PX-Key.
              03 PX-CourseCode PIC X(5).
              03 PX-RequiredCourse PIC X(5).
           02 PX-MinMark PIC 9(3).

       FD CourseFile.
           COPY COURSREC.

       WORKING-STORAGE SECTION.
       COPY FILESTAT.

       01 AddedCount PIC 9(4) VALUE ZERO.
       01 UpdatedCount PIC 9(4) VALUE ZERO.
       01 DeletedCount PIC 9(4) VALUE ZERO.
       01 RejectedCount PIC 9(4) VALUE ZERO.

       01 PrerequisiteRejectReason PIC X(40).
       01 CheckCourseCode PIC X(5).

       PROCEDURE DIVISION.
       Main.
           OPEN INPUT PrerequisiteTransactionFile
           MOVE "PrerequisiteTransactions.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN I-O PrerequisiteFile
           IF WS-FileStatus = "35"
               OPEN OUTPUT PrerequisiteFile
               CLOSE PrerequisiteFile
               OPEN I-O PrerequisiteFile
           END-IF
           MOVE "Prerequisites.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN INPUT CourseFile
           MOVE "CourseMaster.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           READ PrerequisiteTransactionFile
               AT END SET EndOfPrerequisiteTransactions TO TRUE
           END-READ
           MOVE "PrerequisiteTransactions.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           PERFORM UNTIL EndOfPrerequisiteTransactions
               PERFORM ApplyPrerequisiteTransaction

               READ PrerequisiteTransactionFile
                   AT END SET EndOfPrerequisiteTransactions TO TRUE
               END-READ
               MOVE "PrerequisiteTransactions.dat"
                   TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-PERFORM

           CLOSE PrerequisiteTransactionFile
           CLOSE PrerequisiteFile
           CLOSE CourseFile

           DISPLAY "Prerequisites added:   " AddedCount
           DISPLAY "Prerequisites updated: " UpdatedCount
           DISPLAY "Prerequisites deleted: " DeletedCount
           DISPLAY "Rejected:              " RejectedCount

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
       ApplyPrerequisiteTransaction.
           EVALUATE TRUE
               WHEN PX-AddPrerequisite PERFORM AddPrerequisite
               WHEN PX-UpdatePrerequisite PERFORM UpdatePrerequisite
               WHEN PX-DeletePrerequisite PERFORM DeletePrerequisite
               WHEN OTHER
                   ADD 1 TO RejectedCount
                   DISPLAY "Rejected: invalid action " PX-Action
                       " for prerequisite " PX-CourseCode "/"
                       PX-RequiredCourse
           END-EVALUATE.

       AddPrerequisite.
           PERFORM ValidatePrerequisite
           IF PrerequisiteRejectReason NOT = SPACES
               PERFORM RejectPrerequisite
           ELSE
               MOVE PX-Key TO PQ-Key
               MOVE PX-MinMark TO PQ-MinMark
               WRITE PrerequisiteRecord
                   INVALID KEY
                       ADD 1 TO RejectedCount
                       DISPLAY "Rejected: duplicate prerequisite "
                           PX-CourseCode "/" PX-RequiredCourse
                   NOT INVALID KEY
                       ADD 1 TO AddedCount
                       MOVE "Prerequisites.dat" TO WS-FileStatusName
                       PERFORM CheckFileStatus
               END-WRITE
           END-IF.

       UpdatePrerequisite.
           PERFORM ValidatePrerequisite
           IF PrerequisiteRejectReason NOT = SPACES
               PERFORM RejectPrerequisite
           ELSE
               MOVE PX-Key TO PQ-Key
               READ PrerequisiteFile
                   INVALID KEY
                       ADD 1 TO RejectedCount
                       DISPLAY "Rejected: unknown prerequisite "
                           PX-CourseCode "/" PX-RequiredCourse
                           " on update"
                   NOT INVALID KEY
                       MOVE PX-MinMark TO PQ-MinMark
                       REWRITE PrerequisiteRecord
                       ADD 1 TO UpdatedCount
                       MOVE "Prerequisites.dat" TO WS-FileStatusName
                       PERFORM CheckFileStatus
               END-READ
           END-IF.

       DeletePrerequisite.
           MOVE PX-Key TO PQ-Key
           DELETE PrerequisiteFile
               INVALID KEY
                   ADD 1 TO RejectedCount
                   DISPLAY "Rejected: unknown prerequisite "
                       PX-CourseCode "/" PX-RequiredCourse
                       " on delete"
               NOT INVALID KEY
                   ADD 1 TO DeletedCount
                   MOVE "Prerequisites.dat" TO WS-FileStatusName
                   PERFORM CheckFileStatus
           END-DELETE.

       RejectPrerequisite.
           ADD 1 TO RejectedCount
           DISPLAY "Rejected: prerequisite " PX-CourseCode "/"
               PX-RequiredCourse " - "
               FUNCTION TRIM(PrerequisiteRejectReason).

       ValidatePrerequisite.
           MOVE SPACES TO PrerequisiteRejectReason

           IF PX-CourseCode = PX-RequiredCourse
               MOVE "a course cannot require itself"
                   TO PrerequisiteRejectReason
           END-IF

           IF PrerequisiteRejectReason = SPACES
               IF PX-MinMark NOT NUMERIC OR PX-MinMark > 100
                   MOVE "minimum mark must be 0 to 100"
                       TO PrerequisiteRejectReason
               END-IF
           END-IF

           IF PrerequisiteRejectReason = SPACES
               MOVE PX-CourseCode TO CheckCourseCode
               PERFORM CheckCourseOnMaster
           END-IF

           IF PrerequisiteRejectReason = SPACES
               MOVE PX-RequiredCourse TO CheckCourseCode
               PERFORM CheckCourseOnMaster
           END-IF.

       CheckCourseOnMaster.
           MOVE CheckCourseCode TO CO-CourseCode
           READ CourseFile
               INVALID KEY
                   STRING "course " DELIMITED BY SIZE
                       CheckCourseCode DELIMITED BY SIZE
                       " not on CourseMaster.dat" DELIMITED BY SIZE
                       INTO PrerequisiteRejectReason
                   END-STRING
           END-READ
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
              MOVE "CourseMaster.dat" TO WS-FileStatusName
              PERFORM CheckFileStatus
           END-IF.
