      * up to a keyed date to reconstruct the enrollment counts per
      * course as they stood that day. The evidence for "you
      * withdrew my child in March", either way the dispute goes.
      * Each lookup is logged with the signed-on operator on
      * InquiryLog.dat -- see INQLOG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

      * Every lookup answered, appended for the auditors -- see
      * INQLOG.
           SELECT InquiryLogFile ASSIGN TO "InquiryLog.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

      * Who is signed on, for the access log. OPTIONAL: with nobody
      * signed on the lookups go down unattributed.
           SELECT OPTIONAL SignOnFile ASSIGN TO "SignedOn.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD StudentHistoryFile.
           COPY STUDHIST.

       FD InquiryLogFile.
           COPY INQLOG.

       FD SignOnFile.
           COPY SIGNON.

       WORKING-STORAGE SECTION.
       COPY FILESTAT.
       COPY INQLWS.

       01 InquiryMode PIC X.
           88 AsOfMode VALUE "A".

       PROCEDURE DIVISION.
       Main.
           MOVE "StudentHistoryInquiry" TO InquiryProgram

           DISPLAY "(I)nquiry on one student or (A)s-of enrollment "
               "counts - " WITH NO ADVANCING
           ACCEPT InquiryMode
       InquireOneStudent.
           DISPLAY "Enter StudentId - " WITH NO ADVANCING
           ACCEPT LookupStudentId
           MOVE "STUDENT" TO InquiryKeyType
           MOVE LookupStudentId TO InquiryKey
           PERFORM LogInquiry

           MOVE ZEROS TO HistoryCount

               WHEN HS-Withdrawn MOVE "WITHDRAW" TO HL-Action
               WHEN HS-Transferred MOVE "TRANSFER" TO HL-Action
               WHEN HS-Promoted MOVE "PROMOTE" TO HL-Action
               WHEN HS-Overridden MOVE "OVERRIDE" TO HL-Action
               WHEN OTHER MOVE SPACES TO HL-Action
           END-EVALUATE
           MOVE HS-BeforeImage TO HL-Before
           DISPLAY "Counts as of date (CCYYMMDD) - "
               WITH NO ADVANCING
           ACCEPT AsOfDate
           MOVE "ENROL-DATE" TO InquiryKeyType
           MOVE AsOfDate TO InquiryKey
           PERFORM LogInquiry

           OPEN INPUT StudentHistoryFile
           IF WS-FileStatus = "35"
               MOVE AC-Enrolled(AsOf-Idx) TO AO-Enrolled
               DISPLAY AsOfCourseLine
           END-PERFORM.

      * The inquiry access log: every lookup goes down on
      * InquiryLog.dat as it is answered -- the log opened, written
      * and closed each time, so a session ended by a dropped
      * terminal still leaves its trail.
       LogInquiry.
           IF NOT InquiryOperatorRead
               PERFORM ReadInquiryOperator
           END-IF

           OPEN EXTEND InquiryLogFile
           IF WS-FileStatus = "35"
               OPEN OUTPUT InquiryLogFile
           END-IF
           MOVE "InquiryLog.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           MOVE FUNCTION CURRENT-DATE(1:14) TO IL-Timestamp
           MOVE InquiryOperatorId TO IL-OperatorId
           MOVE InquiryProgram TO IL-Program
           MOVE InquiryKeyType TO IL-KeyType
           MOVE InquiryKey TO IL-Key
           WRITE InquiryLogRec
           PERFORM CheckFileStatus
           CLOSE InquiryLogFile.

      * The operator on SignedOn.dat. Status "05" is the missing
      * OPTIONAL file -- nobody signed on -- and the lookups go down
      * unattributed, which the access report flags.
       ReadInquiryOperator.
           MOVE SPACES TO InquiryOperatorId
           OPEN INPUT SignOnFile
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "05"
               MOVE "SignedOn.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF

           IF WS-FileStatus = "00"
               READ SignOnFile
                   NOT AT END
                       MOVE SO-OperatorId TO InquiryOperatorId
               END-READ
           END-IF
           CLOSE SignOnFile
           SET InquiryOperatorRead TO TRUE.
