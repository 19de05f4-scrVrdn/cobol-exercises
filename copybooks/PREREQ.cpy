      * Prerequisites.dat record layout: one record per course and
      * the course it requires, with the minimum mark on Results.dat
      * that counts as qualifying -- keyed course-then-required so a
      * course's prerequisites read back together. Maintained by
      * PrerequisiteMaintenance; StudentUpdate refuses an enrollment
      * that doesn't meet them unless a supervisor overrides, and
      * PrerequisiteReport lists the enrollments on file that don't.
       01 PrerequisiteRecord.
           88 EndOfPrerequisites VALUE HIGH-VALUES.
           02 PQ-Key.
              03 PQ-CourseCode PIC X(5).
              03 PQ-RequiredCourse PIC X(5).
           02 PQ-MinMark PIC 9(3).
