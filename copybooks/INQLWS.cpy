      * Working storage for the inquiry access log (INQLOG). The
      * program sets InquiryProgram once and InquiryKeyType and
      * InquiryKey before each LogInquiry; the signed-on operator is
      * read from SignedOn.dat at the first lookup and kept for the
      * rest of the session.
       01 InquiryProgram PIC X(25).
       01 InquiryKeyType PIC X(10).
       01 InquiryKey PIC X(60).
       01 InquiryOperatorId PIC X(10).
       01 InquiryOperatorReadFlag PIC X VALUE "N".
           88 InquiryOperatorRead VALUE "Y".
