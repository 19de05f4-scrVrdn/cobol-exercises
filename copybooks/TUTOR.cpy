      * Tutors.dat record layout: the tutor master, one record per
      * member of teaching staff, keyed on TutorId. Maintained by
      * TutorMaintenance. A tutor off sick or on leave is marked so
      * here, and the workload report flags their courses -- the
      * students affected are the ones enrolled on them.
       01 TutorRecord.
           88 EndOfTutorFile VALUE HIGH-VALUES.
           02 TM-TutorId PIC X(6).
           02 TM-TutorName PIC X(30).
           02 TM-Status PIC X.
               88 TM-Available VALUE "A".
               88 TM-OnLeave VALUE "L".
               88 TM-StatusValid VALUES "A" "L".
      * The contact hours a term the tutor is contracted to teach,
      * for the workload report to set the assignments against.
           02 TM-ContractHours PIC 9(3).
