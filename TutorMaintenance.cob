       IDENTIFICATION DIVISION.
       PROGRAM-ID. TutorMaintenance.
       AUTHOR. io.github.scrvrdn.
      * Maintains Tutors.dat, the tutor master, from a keyed-in
      * transaction file -- same pattern as CourseMaintenance. A
      * tutor needs a name and a status (A available, L on leave);
      * one still holding teaching assignments can't be deleted
      * until they are moved to someone else.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TutorFile ASSIGN TO "Tutors.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-TutorId
               FILE STATUS IS WS-FileStatus.

           SELECT TutorTransactionFile
               ASSIGN TO "TutorTransactions.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

      * Checked before a delete. OPTIONAL: with no assignment file
      * nobody teaches anything yet.
           SELECT OPTIONAL TeachingAssignmentFile
               ASSIGN TO "TeachingAssignments.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TA-Key
               FILE STATUS IS WS-FileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD TutorFile.
           COPY TUTOR.

      * One transaction per tutor being added, amended, or removed:
      * the action code, the tutor, and the master fields (ignored
      * for a delete).
       FD TutorTransactionFile.
       01 TutorTransactionRec.
           88 EndOfTutorTransactions VALUE HIGH-VALUES.
           02 TC-Action PIC X.
               88 TC-AddTutor VALUE "A".
               88 TC-UpdateTutor VALUE "U".
               88 TC-DeleteTutor VALUE "D".
           02 TC-TutorId PIC X(6).
           02 TC-TutorName PIC X(30).
           02 TC-Status PIC X.
           02 TC-ContractHours PIC 9(3).

       FD TeachingAssignmentFile.
           COPY TUTASSGN.

       WORKING-STORAGE SECTION.
       COPY FILESTAT.

       01 AddedCount PIC 9(4) VALUE ZERO.
       01 UpdatedCount PIC 9(4) VALUE ZERO.
       01 DeletedCount PIC 9(4) VALUE ZERO.
       01 RejectedCount PIC 9(4) VALUE ZERO.

       01 AssignmentOpenFlag PIC X VALUE "N".
           88 AssignmentOpen VALUE "Y".
       01 HasAssignmentsFlag PIC X.
           88 HasAssignments VALUE "Y".
       01 TutorRejectReason PIC X(40).

       PROCEDURE DIVISION.
       Main.
           OPEN INPUT TutorTransactionFile
           MOVE "TutorTransactions.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN I-O TutorFile
           IF WS-FileStatus = "35"
               OPEN OUTPUT TutorFile
               CLOSE TutorFile
               OPEN I-O TutorFile
           END-IF
           MOVE "Tutors.dat" TO WS-FileStatusName
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

           READ TutorTransactionFile
               AT END SET EndOfTutorTransactions TO TRUE
           END-READ
           MOVE "TutorTransactions.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           PERFORM UNTIL EndOfTutorTransactions
               PERFORM ApplyTutorTransaction

               READ TutorTransactionFile
                   AT END SET EndOfTutorTransactions TO TRUE
               END-READ
               MOVE "TutorTransactions.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-PERFORM

           CLOSE TutorTransactionFile
           CLOSE TutorFile
           IF AssignmentOpen
               CLOSE TeachingAssignmentFile
           END-IF

           DISPLAY "Tutors added:   " AddedCount
           DISPLAY "Tutors updated: " UpdatedCount
           DISPLAY "Tutors deleted: " DeletedCount
           DISPLAY "Rejected:       " RejectedCount

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
       ApplyTutorTransaction.
           EVALUATE TRUE
               WHEN TC-AddTutor PERFORM AddTutor
               WHEN TC-UpdateTutor PERFORM UpdateTutor
               WHEN TC-DeleteTutor PERFORM DeleteTutor
               WHEN OTHER
                   ADD 1 TO RejectedCount
                   DISPLAY "Rejected: invalid action " TC-Action
                       " for TutorId " TC-TutorId
           END-EVALUATE.

       AddTutor.
           PERFORM ValidateTutor
           IF TutorRejectReason NOT = SPACES
               PERFORM RejectTutor
           ELSE
               PERFORM MoveTutorFields
               WRITE TutorRecord
                   INVALID KEY
                       ADD 1 TO RejectedCount
                       DISPLAY "Rejected: duplicate TutorId "
                           TC-TutorId
                   NOT INVALID KEY
                       ADD 1 TO AddedCount
                       MOVE "Tutors.dat" TO WS-FileStatusName
                       PERFORM CheckFileStatus
               END-WRITE
           END-IF.

       UpdateTutor.
           PERFORM ValidateTutor
           IF TutorRejectReason NOT = SPACES
               PERFORM RejectTutor
           ELSE
               MOVE TC-TutorId TO TM-TutorId
               READ TutorFile
                   INVALID KEY
                       ADD 1 TO RejectedCount
                       DISPLAY "Rejected: unknown TutorId " TC-TutorId
                           " on update"
                   NOT INVALID KEY
                       PERFORM MoveTutorFields
                       REWRITE TutorRecord
                       ADD 1 TO UpdatedCount
                       MOVE "Tutors.dat" TO WS-FileStatusName
                       PERFORM CheckFileStatus
               END-READ
           END-IF.

       DeleteTutor.
           PERFORM CheckTutorAssignments
           IF HasAssignments
               ADD 1 TO RejectedCount
               DISPLAY "Rejected: TutorId " TC-TutorId
                   " still has teaching assignments"
           ELSE
               MOVE TC-TutorId TO TM-TutorId
               DELETE TutorFile
                   INVALID KEY
                       ADD 1 TO RejectedCount
                       DISPLAY "Rejected: unknown TutorId " TC-TutorId
                           " on delete"
                   NOT INVALID KEY
                       ADD 1 TO DeletedCount
                       MOVE "Tutors.dat" TO WS-FileStatusName
                       PERFORM CheckFileStatus
               END-DELETE
           END-IF.

      * Whether the tutor holds any assignment, in any term -- the
      * first record at or after their key tells.
       CheckTutorAssignments.
           MOVE "N" TO HasAssignmentsFlag
           IF AssignmentOpen
               MOVE TC-TutorId TO TA-TutorId
               MOVE LOW-VALUES TO TA-CourseCode
               MOVE LOW-VALUES TO TA-TermCode
               START TeachingAssignmentFile
                   KEY NOT LESS THAN TA-Key
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ TeachingAssignmentFile NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF TA-TutorId = TC-TutorId
                                   SET HasAssignments TO TRUE
                               END-IF
                       END-READ
               END-START
           END-IF.

       MoveTutorFields.
           MOVE TC-TutorId TO TM-TutorId
           MOVE TC-TutorName TO TM-TutorName
           MOVE TC-Status TO TM-Status
           MOVE TC-ContractHours TO TM-ContractHours.

       RejectTutor.
           ADD 1 TO RejectedCount
           DISPLAY "Rejected: TutorId " TC-TutorId " - "
               FUNCTION TRIM(TutorRejectReason).

       ValidateTutor.
           MOVE SPACES TO TutorRejectReason
           MOVE TC-Status TO TM-Status
           EVALUATE TRUE
               WHEN TC-TutorId = SPACES
                   MOVE "tutor id is blank" TO TutorRejectReason
               WHEN TC-TutorName = SPACES
                   MOVE "tutor name is blank" TO TutorRejectReason
               WHEN NOT TM-StatusValid
                   MOVE "status must be A or L" TO TutorRejectReason
               WHEN TC-ContractHours NOT NUMERIC
                   MOVE "contract hours must be numeric"
                       TO TutorRejectReason
           END-EVALUATE.
