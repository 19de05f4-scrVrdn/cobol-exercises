      * InquiryLog.dat record layout: one record per lookup an
      * inquiry program answers -- who asked (the operator signed on
      * at the time, spaces when nobody was), when by the clock, in
      * which program, and for what. Appended by each inquiry
      * program's LogInquiry; InquiryAccessReport reads it back
      * month by month, so "who looked at this student's history?"
      * has an answer the way every update always had.
       01 InquiryLogRec.
           88 EndOfInquiryLog VALUE HIGH-VALUES.
           02 IL-Timestamp PIC 9(14).
           02 IL-OperatorId PIC X(10).
           02 IL-Program PIC X(25).
      * What kind of key was asked after: STUDENT, RECEIPT, GADGET,
      * GADGETNAME (a name browse), ENROL-DATE (as-of enrollment
      * counts) or DOC-QUERY (a document search).
           02 IL-KeyType PIC X(10).
           02 IL-Key PIC X(60).
