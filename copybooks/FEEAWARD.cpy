      * FeeAwards.dat record layout: one record per scholarship,
      * bursary or fee discount a student holds -- keyed student-
      * then-award so a student's awards read back together.
      * Maintained by FeeAwardMaintenance; InvoiceGeneration takes
      * every award in force off the term fee as the invoice is
      * raised, so nobody keys a credit note by hand.
       01 FeeAwardRecord.
           88 EndOfFeeAwards VALUE HIGH-VALUES.
           02 FA-Key.
              03 FA-StudentId PIC 9(8).
              03 FA-AwardCode PIC X(6).
      * A percentage of the fee, or a fixed sum off it.
           02 FA-DiscountType PIC X.
               88 FA-PercentAward VALUE "P".
               88 FA-FixedAward VALUE "F".
               88 FA-DiscountTypeValid VALUES "P" "F".
           02 FA-Percent PIC 9(3)V99.
           02 FA-FixedAmount PIC 9(5)V99.
      * The course the award pays towards; spaces for any course.
           02 FA-CourseCode PIC X(5).
      * The terms it runs for, e.g. 2026T1 to 2027T3; a last term
      * of spaces runs until the award is removed.
           02 FA-FirstTerm PIC X(6).
           02 FA-LastTerm PIC X(6).
      * Who pays: the sponsor the bursar invoices for the discount.
           02 FA-FundingBody PIC X(20).
