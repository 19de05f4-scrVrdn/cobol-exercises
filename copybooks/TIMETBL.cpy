      * Timetable.dat record layout: one teaching session of a course
      * per record -- the day of the week it meets, its start and end
      * times, and the room -- keyed course-and-session so a course's
      * sessions read back together. Maintained by
      * TimetableMaintenance, which refuses a room double-booking or
      * a room too small for the course; TimetableReport prints it
      * per student and per room.
       01 SessionRecord.
           88 EndOfTimetable VALUE HIGH-VALUES.
           02 TT-Key.
              03 TT-CourseCode PIC X(5).
              03 TT-SessionNo PIC 99.
      * 1 Monday through 7 Sunday.
           02 TT-Day PIC 9.
               88 TT-ValidDay VALUES 1 THRU 7.
      * 24-hour HHMM; a session runs from its start up to (not
      * including) its end, so one ending at 1000 and the next
      * starting at 1000 in the same room don't clash.
           02 TT-StartTime PIC 9(4).
           02 TT-EndTime PIC 9(4).
           02 TT-RoomCode PIC X(6).
