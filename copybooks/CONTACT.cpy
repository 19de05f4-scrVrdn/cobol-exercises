      * StudentContacts.dat record layout: one record per StudentId
      * with the student's name and postal address, the guardian
      * to write to (spaces for a student who answers for
      * themselves), and how the office should make contact --
      * the card file at the front desk, made a file. Maintained by
      * ContactMaintenance; LetterGeneration addresses its letters
      * from it.
       01 StudentContactRec.
           88 EndOfStudentContacts VALUE HIGH-VALUES.
           02 SC-StudentId PIC 9(8).
           02 SC-StudentName PIC X(30).
           02 SC-GuardianName PIC X(30).
           02 SC-AddressLine1 PIC X(30).
           02 SC-AddressLine2 PIC X(30).
           02 SC-Town PIC X(20).
           02 SC-PostCode PIC X(8).
           02 SC-Phone PIC X(15).
           02 SC-Email PIC X(40).
           02 SC-ContactMethod PIC X.
               88 SC-ByPost VALUE "P".
               88 SC-ByEmail VALUE "E".
               88 SC-ByPhone VALUE "T".
               88 SC-MethodValid VALUES "P" "E" "T".
