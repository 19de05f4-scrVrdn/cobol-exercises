      * LetterLog.dat record layout: one record appended for every
      * letter LetterGeneration produces -- who it went to, which
      * letter, by what means, and when -- so "did we write to the
      * family?" has an answer. LL-CoveredTo is the date the letter
      * speaks to (the attendance week, the fees run day, the latest
      * result); a later run doesn't repeat a letter already sent
      * for the same student, course and date or earlier.
       01 LetterLogRec.
           88 EndOfLetterLog VALUE HIGH-VALUES.
           02 LL-Timestamp PIC 9(14).
           02 LL-BusinessDate PIC 9(8).
           02 LL-StudentId PIC 9(8).
           02 LL-LetterType PIC X.
           02 LL-CourseCode PIC X(5).
           02 LL-CoveredTo PIC 9(8).
           02 LL-ContactMethod PIC X.
