      * Awards.dat record layout: one record per student the
      * eligibility run found entitled to an award, with the
      * classification, the credits and weighted average behind
      * it, and the business day it was determined -- the file the
      * certificate printing is driven from. AwardEligibility
      * rewrites it whole each run.
       01 AwardRec.
           88 EndOfAwards VALUE HIGH-VALUES.
           02 AW-StudentId PIC 9(8).
           02 AW-CourseCode PIC X(5).
           02 AW-Classification PIC X(20).
           02 AW-Credits PIC 9(4).
           02 AW-AverageMark PIC 9(3)V99.
           02 AW-AwardDate PIC 9(8).
