       IDENTIFICATION DIVISION.
       PROGRAM-ID. TimetableMaintenance.
       AUTHOR. io.github.scrvrdn.
      * Maintains Timetable.dat, the course sessions -- day, start
      * and end time, room -- from a keyed-in transaction file, same
      * pattern as CourseMaintenance. A session is refused when its
      * room has fewer seats than the course's CO-Capacity, when the
      * room is already booked for an overlapping session on the
      * same day, or when the course itself already meets then --
      * the double-bookings the paper room chart let through.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TimetableFile ASSIGN TO "Timetable.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TT-Key
               FILE STATUS IS WS-FileStatus.

           SELECT TimetableTransactionFile
               ASSIGN TO "TimetableTransactions.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

           SELECT CourseFile ASSIGN TO "CourseMaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-CourseCode
               FILE STATUS IS WS-FileStatus.

           SELECT RoomFile ASSIGN TO "RoomMaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-RoomCode
               FILE STATUS IS WS-FileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD TimetableFile.
           COPY TIMETBL.

      * One transaction per session being added, moved, or removed:
      * the action code, the course and session number, and the
      * session's day, times and room (ignored for a delete).
       FD TimetableTransactionFile.
       01 TimetableTransactionRec.
           88 EndOfTimetableTransactions VALUE HIGH-VALUES.
           02 TX-Action PIC X.
               88 TX-AddSession VALUE "A".
               88 TX-UpdateSession VALUE "U".
               88 TX-DeleteSession VALUE "D".
           02 TX-Key.
              03 TX-CourseCode PIC X(5).
              03 TX-SessionNo PIC 99.
           02 TX-Day PIC 9.
           02 TX-StartTime PIC 9(4).
           02 TX-EndTime PIC 9(4).
           02 TX-RoomCode PIC X(6).

       FD CourseFile.
           COPY COURSREC.

       FD RoomFile.
           COPY ROOMREC.

       WORKING-STORAGE SECTION.
       COPY FILESTAT.

       01 AddedCount PIC 9(4) VALUE ZERO.
       01 UpdatedCount PIC 9(4) VALUE ZERO.
       01 DeletedCount PIC 9(4) VALUE ZERO.
       01 RejectedCount PIC 9(4) VALUE ZERO.

       01 SessionRejectReason PIC X(50).
       01 ClashWith PIC X(12).
       01 WalkDoneFlag PIC X.
           88 WalkDone VALUE "Y".

      * The HHMM times taken apart for the range check.
       01 CheckTime PIC 9(4).
       01 CheckTimeParts REDEFINES CheckTime.
           02 CheckHours PIC 99.
           02 CheckMinutes PIC 99.
       01 TimeValidFlag PIC X.
           88 TimeValid VALUE "Y".

       PROCEDURE DIVISION.
       Main.
           OPEN INPUT TimetableTransactionFile
           MOVE "TimetableTransactions.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN I-O TimetableFile
           IF WS-FileStatus = "35"
               OPEN OUTPUT TimetableFile
               CLOSE TimetableFile
               OPEN I-O TimetableFile
           END-IF
           MOVE "Timetable.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN INPUT CourseFile
           MOVE "CourseMaster.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN INPUT RoomFile
           MOVE "RoomMaster.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           READ TimetableTransactionFile
               AT END SET EndOfTimetableTransactions TO TRUE
           END-READ
           MOVE "TimetableTransactions.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           PERFORM UNTIL EndOfTimetableTransactions
               PERFORM ApplyTimetableTransaction

               READ TimetableTransactionFile
                   AT END SET EndOfTimetableTransactions TO TRUE
               END-READ
               MOVE "TimetableTransactions.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-PERFORM

           CLOSE TimetableTransactionFile
           CLOSE TimetableFile
           CLOSE CourseFile
           CLOSE RoomFile

           DISPLAY "Sessions added:   " AddedCount
           DISPLAY "Sessions updated: " UpdatedCount
           DISPLAY "Sessions deleted: " DeletedCount
           DISPLAY "Rejected:         " RejectedCount

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
       ApplyTimetableTransaction.
           EVALUATE TRUE
               WHEN TX-AddSession PERFORM AddSession
               WHEN TX-UpdateSession PERFORM UpdateSession
               WHEN TX-DeleteSession PERFORM DeleteSession
               WHEN OTHER
                   ADD 1 TO RejectedCount
                   DISPLAY "Rejected: invalid action " TX-Action
                       " for session " TX-CourseCode "/"
                       TX-SessionNo
           END-EVALUATE.

       AddSession.
           PERFORM ValidateSession
           IF SessionRejectReason NOT = SPACES
               PERFORM RejectSession
           ELSE
               PERFORM MoveSessionFields
               WRITE SessionRecord
                   INVALID KEY
                       ADD 1 TO RejectedCount
                       DISPLAY "Rejected: duplicate session "
                           TX-CourseCode "/" TX-SessionNo
                   NOT INVALID KEY
                       ADD 1 TO AddedCount
                       MOVE "Timetable.dat" TO WS-FileStatusName
                       PERFORM CheckFileStatus
               END-WRITE
           END-IF.

       UpdateSession.
           PERFORM ValidateSession
           IF SessionRejectReason NOT = SPACES
               PERFORM RejectSession
           ELSE
               MOVE TX-Key TO TT-Key
               READ TimetableFile
                   INVALID KEY
                       ADD 1 TO RejectedCount
                       DISPLAY "Rejected: unknown session "
                           TX-CourseCode "/" TX-SessionNo
                           " on update"
                   NOT INVALID KEY
                       PERFORM MoveSessionFields
                       REWRITE SessionRecord
                       ADD 1 TO UpdatedCount
                       MOVE "Timetable.dat" TO WS-FileStatusName
                       PERFORM CheckFileStatus
               END-READ
           END-IF.

       DeleteSession.
           MOVE TX-Key TO TT-Key
           DELETE TimetableFile
               INVALID KEY
                   ADD 1 TO RejectedCount
                   DISPLAY "Rejected: unknown session "
                       TX-CourseCode "/" TX-SessionNo " on delete"
               NOT INVALID KEY
                   ADD 1 TO DeletedCount
                   MOVE "Timetable.dat" TO WS-FileStatusName
                   PERFORM CheckFileStatus
           END-DELETE.

       MoveSessionFields.
           MOVE TX-Key TO TT-Key
           MOVE TX-Day TO TT-Day
           MOVE TX-StartTime TO TT-StartTime
           MOVE TX-EndTime TO TT-EndTime
           MOVE TX-RoomCode TO TT-RoomCode.

       RejectSession.
           ADD 1 TO RejectedCount
           DISPLAY "Rejected: session " TX-CourseCode "/"
               TX-SessionNo " - " FUNCTION TRIM(SessionRejectReason).

      * A session needs a course on the master, a real day and
      * times, and a room on the master with the seats for the
      * course; then it must not overlap another session in the
      * same room or of the same course.
       ValidateSession.
           MOVE SPACES TO SessionRejectReason

           MOVE TX-CourseCode TO CO-CourseCode
           READ CourseFile
               INVALID KEY
                   MOVE "course not on CourseMaster.dat"
                       TO SessionRejectReason
           END-READ
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
              MOVE "CourseMaster.dat" TO WS-FileStatusName
              PERFORM CheckFileStatus
           END-IF

           IF SessionRejectReason = SPACES
               IF TX-Day NOT NUMERIC
                   MOVE "day must be 1 (Monday) to 7 (Sunday)"
                       TO SessionRejectReason
               ELSE
                   MOVE TX-Day TO TT-Day
                   IF NOT TT-ValidDay
                       MOVE "day must be 1 (Monday) to 7 (Sunday)"
                           TO SessionRejectReason
                   END-IF
               END-IF
           END-IF

           IF SessionRejectReason = SPACES
               MOVE "N" TO TimeValidFlag
               IF TX-StartTime NUMERIC AND TX-EndTime NUMERIC
                   MOVE TX-StartTime TO CheckTime
                   IF CheckHours <= 23 AND CheckMinutes <= 59
                       MOVE TX-EndTime TO CheckTime
                       IF CheckHours <= 24 AND CheckMinutes <= 59
                          AND TX-EndTime <= 2400
                          AND TX-StartTime < TX-EndTime
                           SET TimeValid TO TRUE
                       END-IF
                   END-IF
               END-IF
               IF NOT TimeValid
                   MOVE "times must be HHMM with start before end"
                       TO SessionRejectReason
               END-IF
           END-IF

           IF SessionRejectReason = SPACES
               MOVE TX-RoomCode TO RM-RoomCode
               READ RoomFile
                   INVALID KEY
                       MOVE "room not on RoomMaster.dat"
                           TO SessionRejectReason
                   NOT INVALID KEY
                       IF RM-Seats < CO-Capacity
                           MOVE "room has fewer seats than the course"
                               TO SessionRejectReason
                       END-IF
               END-READ
               IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
                  MOVE "RoomMaster.dat" TO WS-FileStatusName
                  PERFORM CheckFileStatus
               END-IF
           END-IF

           IF SessionRejectReason = SPACES
               PERFORM FindSessionClash
           END-IF.

      * Walks every other session for one on the same day whose
      * times overlap this one's and that shares its room or its
      * course -- fine at this registry's scale. The session being
      * updated is skipped, so moving it within its own slot is
      * never a clash with itself.
       FindSessionClash.
           MOVE "N" TO WalkDoneFlag
           MOVE LOW-VALUES TO TT-Key
           START TimetableFile KEY NOT LESS THAN TT-Key
               INVALID KEY
                   SET WalkDone TO TRUE
           END-START

           PERFORM UNTIL WalkDone
               READ TimetableFile NEXT RECORD
                   AT END SET WalkDone TO TRUE
               END-READ
               IF NOT WalkDone
                   MOVE "Timetable.dat" TO WS-FileStatusName
                   PERFORM CheckFileStatus
                   IF TT-Key NOT = TX-Key
                      AND TT-Day = TX-Day
                      AND TT-StartTime < TX-EndTime
                      AND TX-StartTime < TT-EndTime
                      AND (TT-RoomCode = TX-RoomCode
                           OR TT-CourseCode = TX-CourseCode)
                       PERFORM NoteSessionClash
                       SET WalkDone TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       NoteSessionClash.
           MOVE SPACES TO ClashWith
           STRING TT-CourseCode DELIMITED BY SPACE
               "/" DELIMITED BY SIZE
               TT-SessionNo DELIMITED BY SIZE
               INTO ClashWith
           END-STRING
           IF TT-RoomCode = TX-RoomCode
               STRING "room double-booked with session "
                       DELIMITED BY SIZE
                   ClashWith DELIMITED BY SIZE
                   INTO SessionRejectReason
               END-STRING
           ELSE
               STRING "course already meets then, session "
                       DELIMITED BY SIZE
                   ClashWith DELIMITED BY SIZE
                   INTO SessionRejectReason
               END-STRING
           END-IF.
