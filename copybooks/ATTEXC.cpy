      * AttendanceExceptions.dat record layout: the students the
      * weekly attendance exception report listed, one record per
      * student per course, rewritten by AttendanceExceptionReport
      * each run so LetterGeneration can write to them without
      * anyone rekeying the printout.
       01 AttendanceExceptionRec.
           88 EndOfAttendanceExceptions VALUE HIGH-VALUES.
           02 AX-StudentId PIC 9(8).
           02 AX-CourseCode PIC X(5).
           02 AX-Present PIC 9(3).
           02 AX-Total PIC 9(3).
           02 AX-Pct PIC 9(3)V99.
           02 AX-Withdrawn PIC X.
               88 AX-WithdrawnStudent VALUE "Y".
      * The business day of the run that listed the student -- the
      * end of the attendance week.
           02 AX-WeekEnding PIC 9(8).
