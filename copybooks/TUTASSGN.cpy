      * TeachingAssignments.dat record layout: who teaches which
      * course in which academic term, and for how many contact
      * hours -- keyed tutor-course-term so a tutor's assignments
      * read back together. Maintained by
      * TeachingAssignmentMaintenance, which also warns of any
      * course with enrollments and no tutor for the open term;
      * TutorWorkloadReport reads it.
       01 TeachingAssignmentRec.
           88 EndOfTeachingAssignments VALUE HIGH-VALUES.
           02 TA-Key.
              03 TA-TutorId PIC X(6).
              03 TA-CourseCode PIC X(5).
              03 TA-TermCode PIC X(6).
           02 TA-ContactHours PIC 9(3).
