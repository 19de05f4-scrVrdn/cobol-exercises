      * The transcript and course-results reports read it -- exam
      * boards stop running from paper mark sheets stapled to the
      * enrollment printout. Marks run 0-100; 40 is the pass line.
      * A resit is a further record with the next attempt number,
      * which MarksLoad accepts only after a failed attempt; the
      * first sitting stays on file alongside it.
       01 ResultRec.
           88 EndOfResults VALUE HIGH-VALUES.
           02 MK-StudentId PIC 9(8).
           02 MK-CourseCode PIC X(5).
           02 MK-Mark PIC 9(3).
           02 MK-AssessDate PIC 9(8).
      * Which sitting: 1 the first, 2 the first resit, and so on.
           02 MK-Attempt PIC 9.
      * The mark as sat. MK-Mark above is the mark that counts --
      * the same, except that a resit is capped at the site's
      * RESIT-MARK-CAP (the pass line unless set otherwise).
           02 MK-RawMark PIC 9(3).
