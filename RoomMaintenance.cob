       IDENTIFICATION DIVISION.
       PROGRAM-ID. RoomMaintenance.
       AUTHOR. io.github.scrvrdn.
      * Maintains RoomMaster.dat, the teaching rooms and their seat
      * counts, from a keyed-in transaction file -- same pattern as
      * CourseMaintenance -- so the timetable has rooms to book and
      * seats to check each course's capacity against. A room with
      * sessions still booked into it can't be deleted, and can't
      * lose seats below the capacity of a course booked there.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RoomFile ASSIGN TO "RoomMaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-RoomCode
               FILE STATUS IS WS-FileStatus.

           SELECT RoomTransactionFile
               ASSIGN TO "RoomTransactions.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

      * The sessions booked into each room, for the delete and
      * seat-cut checks. OPTIONAL: before there is a timetable no
      * room has anything booked.
           SELECT OPTIONAL TimetableFile ASSIGN TO "Timetable.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TT-Key
               FILE STATUS IS WS-FileStatus.

      * The booked courses' capacities, for the seat-cut check.
           SELECT OPTIONAL CourseFile ASSIGN TO "CourseMaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-CourseCode
               FILE STATUS IS WS-FileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD RoomFile.
           COPY ROOMREC.

      * One transaction per room being added, renamed or reseated,
      * or removed: the action code, the room, and its master
      * fields (ignored for a delete).
       FD RoomTransactionFile.
       01 RoomTransactionRec.
           88 EndOfRoomTransactions VALUE HIGH-VALUES.
           02 RX-Action PIC X.
               88 RX-AddRoom VALUE "A".
               88 RX-UpdateRoom VALUE "U".
               88 RX-DeleteRoom VALUE "D".
           02 RX-RoomCode PIC X(6).
           02 RX-RoomName PIC X(20).
           02 RX-Seats PIC 9(4).

       FD TimetableFile.
           COPY TIMETBL.

       FD CourseFile.
           COPY COURSREC.

       WORKING-STORAGE SECTION.
       COPY FILESTAT.

       01 AddedCount PIC 9(4) VALUE ZERO.
       01 UpdatedCount PIC 9(4) VALUE ZERO.
       01 DeletedCount PIC 9(4) VALUE ZERO.
       01 RejectedCount PIC 9(4) VALUE ZERO.

       01 TimetablePresentFlag PIC X VALUE "N".
           88 TimetablePresent VALUE "Y".
       01 CourseMasterPresentFlag PIC X VALUE "N".
           88 CourseMasterPresent VALUE "Y".
       01 WalkDoneFlag PIC X.
           88 WalkDone VALUE "Y".

      * What the timetable walk found for the room: how many
      * sessions are booked there, and the largest capacity among
      * the courses booked.
       01 RoomSessionCount PIC 9(4).
       01 RoomLargestCapacity PIC 9(4).
       01 RoomLargestCourse PIC X(5).

       PROCEDURE DIVISION.
       Main.
           OPEN INPUT RoomTransactionFile
           MOVE "RoomTransactions.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN I-O RoomFile
           IF WS-FileStatus = "35"
               OPEN OUTPUT RoomFile
               CLOSE RoomFile
               OPEN I-O RoomFile
           END-IF
           MOVE "RoomMaster.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

      * Status "05" or "35" is a missing OPTIONAL file.
           OPEN INPUT TimetableFile
           EVALUATE WS-FileStatus
               WHEN "00"
                   SET TimetablePresent TO TRUE
               WHEN "05"
                   CLOSE TimetableFile
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "Timetable.dat" TO WS-FileStatusName
                   PERFORM CheckFileStatus
           END-EVALUATE

           OPEN INPUT CourseFile
           EVALUATE WS-FileStatus
               WHEN "00"
                   SET CourseMasterPresent TO TRUE
               WHEN "05"
                   CLOSE CourseFile
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "CourseMaster.dat" TO WS-FileStatusName
                   PERFORM CheckFileStatus
           END-EVALUATE

           READ RoomTransactionFile
               AT END SET EndOfRoomTransactions TO TRUE
           END-READ
           MOVE "RoomTransactions.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           PERFORM UNTIL EndOfRoomTransactions
               PERFORM ApplyRoomTransaction

               READ RoomTransactionFile
                   AT END SET EndOfRoomTransactions TO TRUE
               END-READ
               MOVE "RoomTransactions.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-PERFORM

           CLOSE RoomTransactionFile
           CLOSE RoomFile
           IF TimetablePresent
               CLOSE TimetableFile
           END-IF
           IF CourseMasterPresent
               CLOSE CourseFile
           END-IF

           DISPLAY "Rooms added:   " AddedCount
           DISPLAY "Rooms updated: " UpdatedCount
           DISPLAY "Rooms deleted: " DeletedCount
           DISPLAY "Rejected:      " RejectedCount

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
       ApplyRoomTransaction.
           EVALUATE TRUE
               WHEN RX-AddRoom PERFORM AddRoom
               WHEN RX-UpdateRoom PERFORM UpdateRoom
               WHEN RX-DeleteRoom PERFORM DeleteRoom
               WHEN OTHER
                   ADD 1 TO RejectedCount
                   DISPLAY "Rejected: invalid action " RX-Action
                       " for RoomCode " RX-RoomCode
           END-EVALUATE.

       AddRoom.
           IF RX-Seats NOT NUMERIC OR RX-Seats = 0
               ADD 1 TO RejectedCount
               DISPLAY "Rejected: RoomCode " RX-RoomCode
                   " has no seat count"
           ELSE
               MOVE RX-RoomCode TO RM-RoomCode
               MOVE RX-RoomName TO RM-RoomName
               MOVE RX-Seats TO RM-Seats
               WRITE RoomRecord
                   INVALID KEY
                       ADD 1 TO RejectedCount
                       DISPLAY "Rejected: duplicate RoomCode "
                           RX-RoomCode
                   NOT INVALID KEY
                       ADD 1 TO AddedCount
                       MOVE "RoomMaster.dat" TO WS-FileStatusName
                       PERFORM CheckFileStatus
               END-WRITE
           END-IF.

      * A seat cut below the capacity of a course already booked in
      * the room would leave the timetable holding a booking it
      * would refuse today, so it is rejected; move the course first.
       UpdateRoom.
           IF RX-Seats NOT NUMERIC OR RX-Seats = 0
               ADD 1 TO RejectedCount
               DISPLAY "Rejected: RoomCode " RX-RoomCode
                   " has no seat count"
           ELSE
               PERFORM FindRoomBookings
               IF RoomLargestCapacity > RX-Seats
                   ADD 1 TO RejectedCount
                   DISPLAY "Rejected: RoomCode " RX-RoomCode
                       " holds course " RoomLargestCourse
                       " of capacity " RoomLargestCapacity
                       " - cannot cut to " RX-Seats " seats"
               ELSE
                   MOVE RX-RoomCode TO RM-RoomCode
                   READ RoomFile
                       INVALID KEY
                           ADD 1 TO RejectedCount
                           DISPLAY "Rejected: unknown RoomCode "
                               RX-RoomCode " on update"
                       NOT INVALID KEY
                           MOVE RX-RoomName TO RM-RoomName
                           MOVE RX-Seats TO RM-Seats
                           REWRITE RoomRecord
                           ADD 1 TO UpdatedCount
                           MOVE "RoomMaster.dat" TO WS-FileStatusName
                           PERFORM CheckFileStatus
                   END-READ
               END-IF
           END-IF.

       DeleteRoom.
           PERFORM FindRoomBookings
           IF RoomSessionCount > 0
               ADD 1 TO RejectedCount
               DISPLAY "Rejected: RoomCode " RX-RoomCode " still has "
                   RoomSessionCount " session(s) booked"
           ELSE
               MOVE RX-RoomCode TO RM-RoomCode
               DELETE RoomFile
                   INVALID KEY
                       ADD 1 TO RejectedCount
                       DISPLAY "Rejected: unknown RoomCode "
                           RX-RoomCode " on delete"
                   NOT INVALID KEY
                       ADD 1 TO DeletedCount
                       MOVE "RoomMaster.dat" TO WS-FileStatusName
                       PERFORM CheckFileStatus
               END-DELETE
           END-IF.

      * Walks the whole timetable for sessions booked into the
      * transaction's room -- fine at this registry's scale.
       FindRoomBookings.
           MOVE ZEROS TO RoomSessionCount, RoomLargestCapacity
           MOVE SPACES TO RoomLargestCourse
           IF TimetablePresent
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
                       IF TT-RoomCode = RX-RoomCode
                           ADD 1 TO RoomSessionCount
                           PERFORM CheckBookedCapacity
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       CheckBookedCapacity.
           IF CourseMasterPresent
               MOVE TT-CourseCode TO CO-CourseCode
               READ CourseFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CO-Capacity > RoomLargestCapacity
                           MOVE CO-Capacity TO RoomLargestCapacity
                           MOVE CO-CourseCode TO RoomLargestCourse
                       END-IF
               END-READ
               IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
                  MOVE "CourseMaster.dat" TO WS-FileStatusName
                  PERFORM CheckFileStatus
               END-IF
           END-IF.
