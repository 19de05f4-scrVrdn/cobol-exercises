               88 HS-Withdrawn VALUE "W".
               88 HS-Transferred VALUE "T".
               88 HS-Promoted VALUE "P".
      * A supervisor's waiver of an unmet prerequisite: both images
      * are the record as it stood, and HS-Source carries the
      * course and the supervisor's operator id.
               88 HS-Overridden VALUE "O".
           02 HS-StudentId PIC 9(8).
           02 HS-BeforeImage PIC X(21).
           02 HS-AfterImage PIC X(21).
