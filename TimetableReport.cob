       IDENTIFICATION DIVISION.
       PROGRAM-ID. TimetableReport.
       AUTHOR. io.github.scrvrdn.
      * Prints the timetable two ways from Timetable.dat: a page per
      * enrolled student with the sessions of the course they hold,
      * in day and time order, and a page per room with every
      * session booked into it. The room pages flag a course whose
      * capacity has since grown past the room's seats, since
      * CourseMaintenance can raise a capacity after the booking
      * was checked.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StudentFile ASSIGN TO "StudentMaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SR-StudentId
               FILE STATUS IS WS-FileStatus.

           SELECT TimetableFile ASSIGN TO "Timetable.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TT-Key
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

           SELECT StudentTimetableRpt
               ASSIGN TO "StudentTimetables.rpt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

           SELECT RoomTimetableRpt ASSIGN TO "RoomTimetables.rpt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

      * Each student's sessions, and then every room's, sorted into
      * day and time order for printing.
           SELECT SortWorkFile ASSIGN TO "TimetableSort.dat".

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

       FD TimetableFile.
           COPY TIMETBL.

       FD CourseFile.
           COPY COURSREC.

       FD RoomFile.
           COPY ROOMREC.

       FD StudentTimetableRpt.
       01 StudentPrintLine PIC X(80).

       FD RoomTimetableRpt.
       01 RoomPrintLine PIC X(80).

      * SW-Owner is the student number on the student pass and the
      * room code on the room pass.
       SD SortWorkFile.
       01 SortWorkRec.
           02 SW-Owner PIC X(8).
           02 SW-Day PIC 9.
           02 SW-StartTime PIC 9(4).
           02 SW-EndTime PIC 9(4).
           02 SW-CourseCode PIC X(5).
           02 SW-RoomCode PIC X(6).

       WORKING-STORAGE SECTION.
       01 BusinessToday PIC 9(8) VALUE ZEROS.
       COPY FILESTAT.
       COPY RPTHEAD.

       01 FirstPageFlag PIC X VALUE "Y".
           88 FirstPage VALUE "Y".
       01 SortDrainedFlag PIC X.
           88 SortDrained VALUE "Y".
       01 WalkDoneFlag PIC X.
           88 WalkDone VALUE "Y".
       01 CurrentOwner PIC X(8).
       01 OwnerOpenFlag PIC X.
           88 OwnerOpen VALUE "Y".

       01 StudentPagesPrinted PIC 9(5) VALUE ZERO.
       01 RoomPagesPrinted PIC 9(5) VALUE ZERO.
       01 OverSeatsCount PIC 9(5) VALUE ZERO.

       01 RoomSeats PIC 9(4).
       01 CourseCapacity PIC 9(4).

       01 DayNameValues.
           02 FILLER PIC X(9) VALUE "Monday".
           02 FILLER PIC X(9) VALUE "Tuesday".
           02 FILLER PIC X(9) VALUE "Wednesday".
           02 FILLER PIC X(9) VALUE "Thursday".
           02 FILLER PIC X(9) VALUE "Friday".
           02 FILLER PIC X(9) VALUE "Saturday".
           02 FILLER PIC X(9) VALUE "Sunday".
       01 DayNameTable REDEFINES DayNameValues.
           02 DayName PIC X(9) OCCURS 7 TIMES.

      * An HHMM time taken apart for printing as HH:MM.
       01 PrintTime PIC 9(4).
       01 PrintTimeParts REDEFINES PrintTime.
           02 PrintHours PIC 99.
           02 PrintMinutes PIC 99.

       01 StudentHeading.
           02 FILLER PIC X(22) VALUE "Timetable for Student ".
           02 SH-StudentId PIC 9(8).
       01 StudentColHeads.
           02 FILLER PIC X(11) VALUE "Day".
           02 FILLER PIC X(14) VALUE "Time".
           02 FILLER PIC X(7) VALUE "Course".
           02 FILLER PIC X(32) VALUE "Title".
           02 FILLER PIC X(6) VALUE "Room".
       01 StudentSessionLine.
           02 SL-DayName PIC X(9).
           02 FILLER PIC X(2) VALUE SPACES.
           02 SL-StartHours PIC 99.
           02 FILLER PIC X VALUE ":".
           02 SL-StartMinutes PIC 99.
           02 FILLER PIC X VALUE "-".
           02 SL-EndHours PIC 99.
           02 FILLER PIC X VALUE ":".
           02 SL-EndMinutes PIC 99.
           02 FILLER PIC X(3) VALUE SPACES.
           02 SL-CourseCode PIC X(5).
           02 FILLER PIC X(2) VALUE SPACES.
           02 SL-CourseTitle PIC X(30).
           02 FILLER PIC X(2) VALUE SPACES.
           02 SL-RoomCode PIC X(6).

       01 RoomHeading.
           02 FILLER PIC X(19) VALUE "Timetable for Room ".
           02 RH-RoomCode PIC X(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RH-RoomName PIC X(20).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RH-Seats PIC ZZZ9.
           02 FILLER PIC X(6) VALUE " seats".
       01 RoomColHeads.
           02 FILLER PIC X(11) VALUE "Day".
           02 FILLER PIC X(14) VALUE "Time".
           02 FILLER PIC X(7) VALUE "Course".
           02 FILLER PIC X(32) VALUE "Title".
           02 FILLER PIC X(8) VALUE "Capacity".
       01 RoomSessionLine.
           02 RL-DayName PIC X(9).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RL-StartHours PIC 99.
           02 FILLER PIC X VALUE ":".
           02 RL-StartMinutes PIC 99.
           02 FILLER PIC X VALUE "-".
           02 RL-EndHours PIC 99.
           02 FILLER PIC X VALUE ":".
           02 RL-EndMinutes PIC 99.
           02 FILLER PIC X(3) VALUE SPACES.
           02 RL-CourseCode PIC X(5).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RL-CourseTitle PIC X(30).
           02 FILLER PIC X(6) VALUE SPACES.
           02 RL-Capacity PIC ZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 RL-OverSeats PIC X(10).

       PROCEDURE DIVISION.
       Main.
           PERFORM GetBusinessDate

           OPEN INPUT StudentFile
           MOVE "StudentMaster.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN INPUT TimetableFile
           MOVE "Timetable.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN INPUT CourseFile
           MOVE "CourseMaster.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN INPUT RoomFile
           MOVE "RoomMaster.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN OUTPUT StudentTimetableRpt
           MOVE "StudentTimetables.rpt" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN OUTPUT RoomTimetableRpt
           MOVE "RoomTimetables.rpt" TO WS-FileStatusName
           PERFORM CheckFileStatus

           SORT SortWorkFile
               ON ASCENDING KEY SW-Owner SW-Day SW-StartTime
                                SW-CourseCode
               INPUT PROCEDURE IS ReleaseStudentSessions
               OUTPUT PROCEDURE IS PrintStudentPages

           MOVE "Y" TO FirstPageFlag
           MOVE 1 TO RptPageNumber
           SORT SortWorkFile
               ON ASCENDING KEY SW-Owner SW-Day SW-StartTime
                                SW-CourseCode
               INPUT PROCEDURE IS ReleaseRoomSessions
               OUTPUT PROCEDURE IS PrintRoomPages

           CLOSE StudentFile
           CLOSE TimetableFile
           CLOSE CourseFile
           CLOSE RoomFile
           CLOSE StudentTimetableRpt
           CLOSE RoomTimetableRpt

           DISPLAY "Student timetables printed: " StudentPagesPrinted
           DISPLAY "Room timetables printed:    " RoomPagesPrinted
           IF OverSeatsCount > 0
               DISPLAY "Sessions over room seats:   " OverSeatsCount
           END-IF
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

      * Every enrolled student's course sessions, one sort record
      * per session under the student's number.
       ReleaseStudentSessions.
           READ StudentFile NEXT RECORD
               AT END SET EndOfStudentFile TO TRUE
           END-READ
           MOVE "StudentMaster.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           PERFORM UNTIL EndOfStudentFile
               IF SR-Enrolled
                   PERFORM ReleaseOneStudent
               END-IF

               READ StudentFile NEXT RECORD
                   AT END SET EndOfStudentFile TO TRUE
               END-READ
               MOVE "StudentMaster.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-PERFORM.

       ReleaseOneStudent.
           MOVE SR-CourseCode TO TT-CourseCode
           MOVE ZERO TO TT-SessionNo
           MOVE "N" TO WalkDoneFlag
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
                   IF TT-CourseCode NOT = SR-CourseCode
                       SET WalkDone TO TRUE
                   ELSE
                       MOVE SR-StudentId TO SW-Owner
                       PERFORM ReleaseSession
                   END-IF
               END-IF
           END-PERFORM.

      * Every session on the timetable under its room.
       ReleaseRoomSessions.
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
                   MOVE TT-RoomCode TO SW-Owner
                   PERFORM ReleaseSession
               END-IF
           END-PERFORM.

       ReleaseSession.
           MOVE TT-Day TO SW-Day
           MOVE TT-StartTime TO SW-StartTime
           MOVE TT-EndTime TO SW-EndTime
           MOVE TT-CourseCode TO SW-CourseCode
           MOVE TT-RoomCode TO SW-RoomCode
           RELEASE SortWorkRec.

      * A new page at each change of student.
       PrintStudentPages.
           MOVE "N" TO SortDrainedFlag, OwnerOpenFlag
           RETURN SortWorkFile
               AT END SET SortDrained TO TRUE
           END-RETURN

           PERFORM UNTIL SortDrained
               IF NOT OwnerOpen OR SW-Owner NOT = CurrentOwner
                   SET OwnerOpen TO TRUE
                   MOVE SW-Owner TO CurrentOwner
                   PERFORM StartStudentPage
               END-IF
               PERFORM PrintStudentSession

               RETURN SortWorkFile
                   AT END SET SortDrained TO TRUE
               END-RETURN
           END-PERFORM.

       StartStudentPage.
           PERFORM SetPageStamp
           MOVE "StudentTimetables.rpt" TO WS-FileStatusName
           IF FirstPage
               MOVE "N" TO FirstPageFlag
               WRITE StudentPrintLine FROM RptHeadingStamp
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE StudentPrintLine FROM RptHeadingStamp
                   AFTER ADVANCING PAGE
           END-IF
           PERFORM CheckFileStatus

           MOVE SW-Owner TO SH-StudentId
           WRITE StudentPrintLine FROM StudentHeading
               AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus
           WRITE StudentPrintLine FROM StudentColHeads
               AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus
           ADD 1 TO StudentPagesPrinted.

       PrintStudentSession.
           MOVE DayName(SW-Day) TO SL-DayName
           MOVE SW-StartTime TO PrintTime
           MOVE PrintHours TO SL-StartHours
           MOVE PrintMinutes TO SL-StartMinutes
           MOVE SW-EndTime TO PrintTime
           MOVE PrintHours TO SL-EndHours
           MOVE PrintMinutes TO SL-EndMinutes
           MOVE SW-CourseCode TO SL-CourseCode
           PERFORM LookupCourse
           MOVE CO-CourseTitle TO SL-CourseTitle
           MOVE SW-RoomCode TO SL-RoomCode
           MOVE "StudentTimetables.rpt" TO WS-FileStatusName
           WRITE StudentPrintLine FROM StudentSessionLine
               AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus.

      * A new page at each change of room.
       PrintRoomPages.
           MOVE "N" TO SortDrainedFlag, OwnerOpenFlag
           RETURN SortWorkFile
               AT END SET SortDrained TO TRUE
           END-RETURN

           PERFORM UNTIL SortDrained
               IF NOT OwnerOpen OR SW-Owner NOT = CurrentOwner
                   SET OwnerOpen TO TRUE
                   MOVE SW-Owner TO CurrentOwner
                   PERFORM StartRoomPage
               END-IF
               PERFORM PrintRoomSession

               RETURN SortWorkFile
                   AT END SET SortDrained TO TRUE
               END-RETURN
           END-PERFORM.

       StartRoomPage.
           MOVE SW-RoomCode TO RM-RoomCode
           READ RoomFile
               INVALID KEY
                   MOVE "(not on room master)" TO RM-RoomName
                   MOVE ZERO TO RM-Seats
           END-READ
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
              MOVE "RoomMaster.dat" TO WS-FileStatusName
              PERFORM CheckFileStatus
           END-IF
           MOVE RM-Seats TO RoomSeats

           PERFORM SetPageStamp
           MOVE "RoomTimetables.rpt" TO WS-FileStatusName
           IF FirstPage
               MOVE "N" TO FirstPageFlag
               WRITE RoomPrintLine FROM RptHeadingStamp
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE RoomPrintLine FROM RptHeadingStamp
                   AFTER ADVANCING PAGE
           END-IF
           PERFORM CheckFileStatus

           MOVE SW-RoomCode TO RH-RoomCode
           MOVE RM-RoomName TO RH-RoomName
           MOVE RoomSeats TO RH-Seats
           WRITE RoomPrintLine FROM RoomHeading
               AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus
           WRITE RoomPrintLine FROM RoomColHeads
               AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus
           ADD 1 TO RoomPagesPrinted.

       PrintRoomSession.
           MOVE DayName(SW-Day) TO RL-DayName
           MOVE SW-StartTime TO PrintTime
           MOVE PrintHours TO RL-StartHours
           MOVE PrintMinutes TO RL-StartMinutes
           MOVE SW-EndTime TO PrintTime
           MOVE PrintHours TO RL-EndHours
           MOVE PrintMinutes TO RL-EndMinutes
           MOVE SW-CourseCode TO RL-CourseCode
           PERFORM LookupCourse
           MOVE CO-CourseTitle TO RL-CourseTitle
           MOVE CourseCapacity TO RL-Capacity
           IF CourseCapacity > RoomSeats
               MOVE "OVER SEATS" TO RL-OverSeats
               ADD 1 TO OverSeatsCount
           ELSE
               MOVE SPACES TO RL-OverSeats
           END-IF
           MOVE "RoomTimetables.rpt" TO WS-FileStatusName
           WRITE RoomPrintLine FROM RoomSessionLine
               AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus.

      * The session's course title and capacity; a course since
      * dropped from the master prints with no title or capacity.
       LookupCourse.
           MOVE SW-CourseCode TO CO-CourseCode
           READ CourseFile
               INVALID KEY
                   MOVE SPACES TO CO-CourseTitle
                   MOVE ZERO TO CO-Capacity
           END-READ
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
              MOVE "CourseMaster.dat" TO WS-FileStatusName
              PERFORM CheckFileStatus
           END-IF
           MOVE CO-Capacity TO CourseCapacity.

       SetPageStamp.
           MOVE BusinessToday TO RptRunDate
           MOVE RptRunDate(5:2) TO RptStampMonth
           MOVE RptRunDate(7:2) TO RptStampDay
           MOVE RptRunDate(1:4) TO RptStampYear
           MOVE RptPageNumber TO RptStampPage
           ADD 1 TO RptPageNumber.

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
