      * LetterTemplates.dat record layout: the wording of each letter
      * type, one line of text per record in the order printed.
      * LetterGeneration fills in the tokens in braces -- {ADDRESSEE},
      * {STUDENT}, {STUDENTID}, {COURSE}, {COURSETITLE}, {DATE},
      * {DETAIL} -- and a line holding just {RESULTS} expands to the
      * student's results.
       01 LetterTemplateRec.
           88 EndOfLetterTemplates VALUE HIGH-VALUES.
           02 LT-LetterType PIC X.
               88 LT-AttendanceLetter VALUE "A".
               88 LT-FeesLetter VALUE "F".
               88 LT-ResultsLetter VALUE "R".
           02 LT-Text PIC X(70).
