       IDENTIFICATION DIVISION.
       PROGRAM-ID. LetterGeneration.
       AUTHOR. io.github.scrvrdn.
      * Writes the office's letters to students and guardians from
      * the wording in LetterTemplates.dat, one letter type a run:
      * (A) low attendance to the students AttendanceExceptionReport
      * last listed, (F) overdue fees to every student with an
      * unpaid tuition balance, (R) a results notice to every
      * student with results newer than their last notice. Each
      * letter is addressed from StudentContacts.dat, headed with
      * how the family prefers to be reached, and logged to
      * LetterLog.dat -- which also stops a rerun sending the same
      * letter twice. A student with no contact record gets no
      * letter and is named on the console for the office to
      * chase.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ContactFile ASSIGN TO "StudentContacts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-StudentId
               FILE STATUS IS WS-FileStatus.

           SELECT CourseFile ASSIGN TO "CourseMaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-CourseCode
               FILE STATUS IS WS-FileStatus.

           SELECT LetterTemplateFile ASSIGN TO "LetterTemplates.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

      * The three places a run takes its list from, one per letter
      * type.
           SELECT AttendanceExceptionFile
               ASSIGN TO "AttendanceExceptions.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

           SELECT TuitionInvoiceFile
               ASSIGN TO "TuitionInvoices.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

           SELECT ResultsFile ASSIGN TO "Results.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

           SELECT LetterLogFile ASSIGN TO "LetterLog.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

           SELECT LetterPrintFile ASSIGN TO "Letters.txt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

      * The business day this cycle stamps from, set by the batch
      * driver -- see BUSDATE.
           SELECT BusinessDateFile ASSIGN TO "BusinessDate.dat"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD BusinessDateFile.
           COPY BUSDATE.

       FD ContactFile.
           COPY CONTACT.

       FD CourseFile.
           COPY COURSREC.

       FD LetterTemplateFile.
           COPY LETTTPL.

       FD AttendanceExceptionFile.
           COPY ATTEXC.

       FD TuitionInvoiceFile.
           COPY TUITION.

       FD ResultsFile.
           COPY MARKSREC.

       FD LetterLogFile.
           COPY LETTLOG.

       FD LetterPrintFile.
       01 PrintLine PIC X(80).

       WORKING-STORAGE SECTION.
       01 BusinessToday PIC 9(8) VALUE ZEROS.
       01 BusinessTodayParts REDEFINES BusinessToday.
           02 TodayYear PIC 9(4).
           02 TodayMonth PIC 99.
           02 TodayDay PIC 99.
       COPY FILESTAT.

       01 LetterType PIC X.
           88 AttendanceLetters VALUE "A".
           88 FeesLetters VALUE "F".
           88 ResultsLetters VALUE "R".
           88 LetterTypeValid VALUES "A" "F" "R".

      * The chosen letter's wording.
       01 TemplateLineCount PIC 99 VALUE ZERO.
       01 TemplateTable.
           02 TemplateText PIC X(70) OCCURS 60 TIMES
                   INDEXED BY TplIdx.

      * The letters this type has already had logged, so a rerun
      * over the same list writes nothing new.
       01 MaxSentEntries PIC 9(4) VALUE 5000.
       01 SentCount PIC 9(4) VALUE ZERO.
       01 SentTable.
           02 SentEntry OCCURS 5000 TIMES INDEXED BY SentIdx.
              03 SE-StudentId PIC 9(8).
              03 SE-CourseCode PIC X(5).
              03 SE-CoveredTo PIC 9(8).
       01 AlreadySentFlag PIC X.
           88 AlreadySent VALUE "Y".

      * The students this run writes to: one entry per letter, with
      * what it speaks to and the figure the {DETAIL} token carries.
       01 MaxCandidates PIC 9(4) VALUE 2000.
       01 CandidateCount PIC 9(4) VALUE ZERO.
       01 CandidateTable.
           02 Candidate OCCURS 2000 TIMES INDEXED BY CandIdx.
              03 CD-StudentId PIC 9(8).
              03 CD-CourseCode PIC X(5).
              03 CD-CoveredTo PIC 9(8).
              03 CD-Balance PIC S9(7)V99.
              03 CD-ResultCount PIC 9(3).
              03 CD-Detail PIC X(40).
       01 SearchStudentId PIC 9(8).
       01 CandidateFoundFlag PIC X.
           88 CandidateFound VALUE "Y".
       01 CandidateTableFullFlag PIC X VALUE "N".
           88 CandidateTableFull VALUE "Y".

      * Template merge working fields: the line being built and
      * where in it, the position in the template text, and the
      * token found between braces with the value it stands for.
       01 MergedLine PIC X(80).
       01 MergePtr PIC 9(3).
       01 TextPos PIC 9(3).
       01 ScanPos PIC 9(3).
       01 TokenLength PIC 9(3).
       01 TokenName PIC X(15).
       01 TokenValue PIC X(60).
       01 TokenClosedFlag PIC X.
           88 TokenClosed VALUE "Y".
       01 TokenKnownFlag PIC X.
           88 TokenKnown VALUE "Y".

       01 Addressee PIC X(30).
       01 LetterDate PIC X(20).
       01 DayEdit PIC Z9.
       01 LeadingSpaces PIC 99.
       01 PctEdit PIC ZZ9.99.
       01 CountEdit PIC ZZ9.
       01 CountSpaces PIC 99.
       01 TotalEdit PIC ZZ9.
       01 TotalSpaces PIC 99.
       01 BalanceEdit PIC Z,ZZZ,ZZ9.99.

       01 MonthNameValues.
           02 FILLER PIC X(9) VALUE "January".
           02 FILLER PIC X(9) VALUE "February".
           02 FILLER PIC X(9) VALUE "March".
           02 FILLER PIC X(9) VALUE "April".
           02 FILLER PIC X(9) VALUE "May".
           02 FILLER PIC X(9) VALUE "June".
           02 FILLER PIC X(9) VALUE "July".
           02 FILLER PIC X(9) VALUE "August".
           02 FILLER PIC X(9) VALUE "September".
           02 FILLER PIC X(9) VALUE "October".
           02 FILLER PIC X(9) VALUE "November".
           02 FILLER PIC X(9) VALUE "December".
       01 MonthNameTable REDEFINES MonthNameValues.
           02 MonthName PIC X(9) OCCURS 12 TIMES.

       01 FirstLetterFlag PIC X VALUE "Y".
           88 FirstLetter VALUE "Y".
       01 LettersWritten PIC 9(5) VALUE ZERO.
       01 SkippedAsSent PIC 9(5) VALUE ZERO.
       01 NoContactCount PIC 9(5) VALUE ZERO.

       01 DeliveryLine.
           02 FILLER PIC X(9) VALUE "Send by: ".
           02 DL-Method PIC X(71).
       01 ResultLetterLine.
           02 FILLER PIC X(4) VALUE SPACES.
           02 RL-CourseCode PIC X(5).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RL-CourseTitle PIC X(30).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RL-Mark PIC ZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RL-Outcome PIC X(4).

       PROCEDURE DIVISION.
       Main.
           PERFORM GetBusinessDate
           PERFORM BuildLetterDate

           DISPLAY "Letter type - (A)ttendance, (F)ees, (R)esults - "
               WITH NO ADVANCING
           ACCEPT LetterType
           MOVE FUNCTION UPPER-CASE(LetterType) TO LetterType
           IF NOT LetterTypeValid
               DISPLAY "Unknown letter type " LetterType
                   " - no letters written"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LoadTemplate
           IF TemplateLineCount = 0
               DISPLAY "No wording for letter type " LetterType
                   " on LetterTemplates.dat - no letters written"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LoadSentLetters

           EVALUATE TRUE
               WHEN AttendanceLetters PERFORM GatherAttendance
               WHEN FeesLetters PERFORM GatherFees
               WHEN ResultsLetters PERFORM GatherResults
           END-EVALUATE

           OPEN INPUT ContactFile
           MOVE "StudentContacts.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN INPUT CourseFile
           MOVE "CourseMaster.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN OUTPUT LetterPrintFile
           MOVE "Letters.txt" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN EXTEND LetterLogFile
           IF WS-FileStatus = "35"
               OPEN OUTPUT LetterLogFile
           END-IF
           MOVE "LetterLog.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           PERFORM VARYING CandIdx FROM 1 BY 1
                   UNTIL CandIdx > CandidateCount
               PERFORM CheckAlreadySent
               IF AlreadySent
                   ADD 1 TO SkippedAsSent
               ELSE
                   PERFORM ProduceLetter
               END-IF
           END-PERFORM

           CLOSE ContactFile
           CLOSE CourseFile
           CLOSE LetterPrintFile
           CLOSE LetterLogFile

           DISPLAY "Letters written:        " LettersWritten
           DISPLAY "Already sent, skipped:  " SkippedAsSent
           DISPLAY "No contact on file:     " NoContactCount
           STOP RUN.

      * Checks WS-FileStatus after an OPEN/READ/WRITE against
      * WS-FileStatusName (set by the caller immediately beforehand),
      * so a missing or unreadable file gives a readable message
      * instead of a raw COBOL abend. "00" is success and "10" is the
      * normal at-end condition already handled by the READ's own AT
      * END clause -- anything else is treated as fatal.
       CheckFileStatus.
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "10"
              DISPLAY "File error on " WS-FileStatusName
                  " - status " WS-FileStatus
              DISPLAY "Run aborted"
              STOP RUN
           END-IF.

      * The letter's date written out, e.g. "5 March 2026".
       BuildLetterDate.
           MOVE SPACES TO LetterDate
           MOVE TodayDay TO DayEdit
           IF TodayDay < 10
               STRING DayEdit(2:1) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   MonthName(TodayMonth) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   TodayYear DELIMITED BY SIZE
                   INTO LetterDate
               END-STRING
           ELSE
               STRING DayEdit DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   MonthName(TodayMonth) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   TodayYear DELIMITED BY SIZE
                   INTO LetterDate
               END-STRING
           END-IF.

       LoadTemplate.
           OPEN INPUT LetterTemplateFile
           MOVE "LetterTemplates.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           READ LetterTemplateFile
               AT END SET EndOfLetterTemplates TO TRUE
           END-READ
           PERFORM CheckFileStatus

           PERFORM UNTIL EndOfLetterTemplates
               IF LT-LetterType = LetterType
                   IF TemplateLineCount < 60
                       ADD 1 TO TemplateLineCount
                       MOVE LT-Text TO TemplateText(TemplateLineCount)
                   ELSE
                       DISPLAY "Warning: letter " LetterType
                           " wording over 60 lines - rest dropped"
                   END-IF
               END-IF

               READ LetterTemplateFile
                   AT END SET EndOfLetterTemplates TO TRUE
               END-READ
               MOVE "LetterTemplates.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-PERFORM

           CLOSE LetterTemplateFile.

      * This letter type's entries on the log; no log yet means
      * nothing has been sent.
       LoadSentLetters.
           OPEN INPUT LetterLogFile
           IF WS-FileStatus NOT = "35"
               MOVE "LetterLog.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus

               READ LetterLogFile
                   AT END SET EndOfLetterLog TO TRUE
               END-READ
               PERFORM CheckFileStatus

               PERFORM UNTIL EndOfLetterLog
                   IF LL-LetterType = LetterType
                       PERFORM KeepSentLetter
                   END-IF

                   READ LetterLogFile
                       AT END SET EndOfLetterLog TO TRUE
                   END-READ
                   MOVE "LetterLog.dat" TO WS-FileStatusName
                   PERFORM CheckFileStatus
               END-PERFORM

               CLOSE LetterLogFile
           END-IF.

       KeepSentLetter.
           IF SentCount < MaxSentEntries
               ADD 1 TO SentCount
               MOVE LL-StudentId TO SE-StudentId(SentCount)
               MOVE LL-CourseCode TO SE-CourseCode(SentCount)
               MOVE LL-CoveredTo TO SE-CoveredTo(SentCount)
           ELSE
               IF SentCount = MaxSentEntries
                   DISPLAY "Warning: letter log over "
                       MaxSentEntries " entries - older letters "
                       "may be repeated"
                   ADD 1 TO SentCount
               END-IF
           END-IF.

      * A letter is already sent when the log holds one of this type
      * to the same student about the same course, covering the
      * same date or later.
       CheckAlreadySent.
           MOVE "N" TO AlreadySentFlag
           PERFORM VARYING SentIdx FROM 1 BY 1
                   UNTIL SentIdx > SentCount OR SentIdx > MaxSentEntries
                      OR AlreadySent
               IF SE-StudentId(SentIdx) = CD-StudentId(CandIdx)
                  AND SE-CourseCode(SentIdx) = CD-CourseCode(CandIdx)
                  AND SE-CoveredTo(SentIdx) >= CD-CoveredTo(CandIdx)
                   SET AlreadySent TO TRUE
               END-IF
           END-PERFORM.

      * One letter per student per course the attendance report
      * last listed, for its week. A student flagged only for
      * turning up after withdrawing is the office's to follow up,
      * not the family's, so gets no letter.
       GatherAttendance.
           OPEN INPUT AttendanceExceptionFile
           IF WS-FileStatus = "35"
               DISPLAY "No AttendanceExceptions.dat on file - run "
                   "AttendanceExceptionReport first"
           ELSE
               MOVE "AttendanceExceptions.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus

               READ AttendanceExceptionFile
                   AT END SET EndOfAttendanceExceptions TO TRUE
               END-READ
               PERFORM CheckFileStatus

               PERFORM UNTIL EndOfAttendanceExceptions
                   IF NOT AX-WithdrawnStudent
                       PERFORM AddAttendanceCandidate
                   END-IF

                   READ AttendanceExceptionFile
                       AT END SET EndOfAttendanceExceptions TO TRUE
                   END-READ
                   MOVE "AttendanceExceptions.dat"
                       TO WS-FileStatusName
                   PERFORM CheckFileStatus
               END-PERFORM

               CLOSE AttendanceExceptionFile
           END-IF.

       AddAttendanceCandidate.
           PERFORM NewCandidate
           IF CandidateFound
               MOVE AX-StudentId TO CD-StudentId(CandIdx)
               MOVE AX-CourseCode TO CD-CourseCode(CandIdx)
               MOVE AX-WeekEnding TO CD-CoveredTo(CandIdx)
               MOVE AX-Pct TO PctEdit
               MOVE AX-Present TO CountEdit
               MOVE AX-Total TO TotalEdit
               MOVE ZEROS TO LeadingSpaces, CountSpaces, TotalSpaces
               INSPECT PctEdit TALLYING LeadingSpaces
                   FOR LEADING SPACES
               INSPECT CountEdit TALLYING CountSpaces
                   FOR LEADING SPACES
               INSPECT TotalEdit TALLYING TotalSpaces
                   FOR LEADING SPACES
               STRING PctEdit(LeadingSpaces + 1:) DELIMITED BY SIZE
                   "% (" DELIMITED BY SIZE
                   CountEdit(CountSpaces + 1:) DELIMITED BY SIZE
                   " of " DELIMITED BY SIZE
                   TotalEdit(TotalSpaces + 1:) DELIMITED BY SIZE
                   " sessions)" DELIMITED BY SIZE
                   INTO CD-Detail(CandIdx)
               END-STRING
           END-IF.

      * One letter per student whose open invoices, less their
      * credit notes, leave something owing -- the same netting the
      * aged-debt report does.
       GatherFees.
           OPEN INPUT TuitionInvoiceFile
           IF WS-FileStatus = "35"
               DISPLAY "No TuitionInvoices.dat on file - nothing "
                   "outstanding"
           ELSE
               MOVE "TuitionInvoices.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus

               READ TuitionInvoiceFile
                   AT END SET EndOfTuitionInvoices TO TRUE
               END-READ
               PERFORM CheckFileStatus

               PERFORM UNTIL EndOfTuitionInvoices
                   IF TU-OpenInvoice OR TU-CreditNote
                       PERFORM TallyStudentBalance
                   END-IF

                   READ TuitionInvoiceFile
                       AT END SET EndOfTuitionInvoices TO TRUE
                   END-READ
                   MOVE "TuitionInvoices.dat" TO WS-FileStatusName
                   PERFORM CheckFileStatus
               END-PERFORM

               CLOSE TuitionInvoiceFile
           END-IF

      * Students who come out owing nothing drop off the list.
           PERFORM VARYING CandIdx FROM 1 BY 1
                   UNTIL CandIdx > CandidateCount
               IF CD-Balance(CandIdx) > 0
                   MOVE CD-Balance(CandIdx) TO BalanceEdit
                   MOVE ZERO TO LeadingSpaces
                   INSPECT BalanceEdit TALLYING LeadingSpaces
                       FOR LEADING SPACES
                   MOVE BalanceEdit(LeadingSpaces + 1:)
                       TO CD-Detail(CandIdx)
               ELSE
                   MOVE ZERO TO CD-StudentId(CandIdx)
               END-IF
           END-PERFORM
           PERFORM DropEmptyCandidates.

       TallyStudentBalance.
           MOVE TU-StudentId TO SearchStudentId
           PERFORM FindStudentCandidate
           IF CandidateFound
               IF TU-OpenInvoice
                   COMPUTE CD-Balance(CandIdx) = CD-Balance(CandIdx)
                       + TU-Amount - TU-AmountPaid
               ELSE
                   ADD TU-Amount TO CD-Balance(CandIdx)
               END-IF
           END-IF.

      * One results notice per student whose latest result is newer
      * than the last notice they were sent.
       GatherResults.
           OPEN INPUT ResultsFile
           IF WS-FileStatus = "35"
               DISPLAY "No Results.dat on file - no results to "
                   "give notice of"
           ELSE
               MOVE "Results.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus

               READ ResultsFile
                   AT END SET EndOfResults TO TRUE
               END-READ
               PERFORM CheckFileStatus

               PERFORM UNTIL EndOfResults
                   PERFORM TallyStudentResult

                   READ ResultsFile
                       AT END SET EndOfResults TO TRUE
                   END-READ
                   MOVE "Results.dat" TO WS-FileStatusName
                   PERFORM CheckFileStatus
               END-PERFORM

               CLOSE ResultsFile
               MOVE SPACES TO ResultRec
           END-IF

           PERFORM VARYING CandIdx FROM 1 BY 1
                   UNTIL CandIdx > CandidateCount
               MOVE CD-ResultCount(CandIdx) TO CountEdit
               MOVE ZERO TO LeadingSpaces
               INSPECT CountEdit TALLYING LeadingSpaces
                   FOR LEADING SPACES
               MOVE CountEdit(LeadingSpaces + 1:) TO CD-Detail(CandIdx)
           END-PERFORM.

       TallyStudentResult.
           MOVE MK-StudentId TO SearchStudentId
           PERFORM FindStudentCandidate
           IF CandidateFound
               ADD 1 TO CD-ResultCount(CandIdx)
               IF MK-AssessDate > CD-CoveredTo(CandIdx)
                   MOVE MK-AssessDate TO CD-CoveredTo(CandIdx)
               END-IF
           END-IF.

      * The candidate entry for SearchStudentId, added if new -- the
      * fees and results lists are one letter per student.
       FindStudentCandidate.
           MOVE "N" TO CandidateFoundFlag
           PERFORM VARYING CandIdx FROM 1 BY 1
                   UNTIL CandIdx > CandidateCount OR CandidateFound
               IF CD-StudentId(CandIdx) = SearchStudentId
                   SET CandidateFound TO TRUE
               END-IF
           END-PERFORM
           IF CandidateFound
               SET CandIdx DOWN BY 1
           ELSE
               PERFORM NewCandidate
               IF CandidateFound
                   MOVE SearchStudentId TO CD-StudentId(CandIdx)
               END-IF
           END-IF.

       NewCandidate.
           MOVE "N" TO CandidateFoundFlag
           IF CandidateCount < MaxCandidates
               ADD 1 TO CandidateCount
               SET CandIdx TO CandidateCount
               MOVE ZERO TO CD-StudentId(CandIdx)
               MOVE SPACES TO CD-CourseCode(CandIdx)
               MOVE ZERO TO CD-CoveredTo(CandIdx)
               MOVE ZERO TO CD-Balance(CandIdx)
               MOVE ZERO TO CD-ResultCount(CandIdx)
               MOVE SPACES TO CD-Detail(CandIdx)
               IF FeesLetters
                   MOVE BusinessToday TO CD-CoveredTo(CandIdx)
               END-IF
               SET CandidateFound TO TRUE
           ELSE
               IF NOT CandidateTableFull
                   DISPLAY "Warning: more than " MaxCandidates
                       " letters - the rest wait for the next run"
                   SET CandidateTableFull TO TRUE
               END-IF
           END-IF.

      * Closes up the entries GatherFees blanked out.
       DropEmptyCandidates.
           MOVE ZERO TO ScanPos
           PERFORM VARYING CandIdx FROM 1 BY 1
                   UNTIL CandIdx > CandidateCount
               IF CD-StudentId(CandIdx) NOT = ZERO
                   ADD 1 TO ScanPos
                   MOVE Candidate(CandIdx) TO Candidate(ScanPos)
               END-IF
           END-PERFORM
           MOVE ScanPos TO CandidateCount.

      * One letter: the delivery line, the address block and date,
      * then the template's wording with its tokens filled in --
      * and the log entry that says it went.
       ProduceLetter.
           MOVE CD-StudentId(CandIdx) TO SC-StudentId
           READ ContactFile
               INVALID KEY
                   ADD 1 TO NoContactCount
                   DISPLAY "No contact on file for StudentId "
                       CD-StudentId(CandIdx) " - no letter"
               NOT INVALID KEY
                   PERFORM PrintLetter
                   PERFORM LogLetter
                   ADD 1 TO LettersWritten
           END-READ
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
              MOVE "StudentContacts.dat" TO WS-FileStatusName
              PERFORM CheckFileStatus
           END-IF.

       PrintLetter.
           IF SC-GuardianName NOT = SPACES
               MOVE SC-GuardianName TO Addressee
           ELSE
               MOVE SC-StudentName TO Addressee
           END-IF

           MOVE SPACES TO DL-Method
           EVALUATE TRUE
               WHEN SC-ByEmail
                   STRING "e-mail to " DELIMITED BY SIZE
                       SC-Email DELIMITED BY SPACE
                       INTO DL-Method
                   END-STRING
               WHEN SC-ByPhone
                   STRING "telephone " DELIMITED BY SIZE
                       SC-Phone DELIMITED BY "  "
                       " first - letter for the file"
                           DELIMITED BY SIZE
                       INTO DL-Method
                   END-STRING
               WHEN OTHER
                   MOVE "post" TO DL-Method
           END-EVALUATE

           MOVE "Letters.txt" TO WS-FileStatusName
           IF FirstLetter
               MOVE "N" TO FirstLetterFlag
               WRITE PrintLine FROM DeliveryLine
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE PrintLine FROM DeliveryLine
                   AFTER ADVANCING PAGE
           END-IF
           PERFORM CheckFileStatus

           WRITE PrintLine FROM Addressee AFTER ADVANCING 3 LINES
           PERFORM CheckFileStatus
           MOVE SC-AddressLine1 TO PrintLine
           PERFORM WriteAddressLine
           MOVE SC-AddressLine2 TO PrintLine
           PERFORM WriteAddressLine
           MOVE SC-Town TO PrintLine
           PERFORM WriteAddressLine
           MOVE SC-PostCode TO PrintLine
           PERFORM WriteAddressLine

           WRITE PrintLine FROM LetterDate AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus
           MOVE SPACES TO PrintLine
           WRITE PrintLine AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus

           PERFORM VARYING TplIdx FROM 1 BY 1
                   UNTIL TplIdx > TemplateLineCount
               IF FUNCTION TRIM(TemplateText(TplIdx)) = "{RESULTS}"
                   PERFORM PrintStudentResults
               ELSE
                   PERFORM MergeTemplateLine
                   WRITE PrintLine FROM MergedLine
                       AFTER ADVANCING 1 LINE
                   PERFORM CheckFileStatus
               END-IF
           END-PERFORM.

       WriteAddressLine.
           IF PrintLine NOT = SPACES
               WRITE PrintLine AFTER ADVANCING 1 LINE
               PERFORM CheckFileStatus
           END-IF.

      * Copies the template line across character by character; a
      * brace starts a token, and a known token between braces is
      * replaced by its value. Anything else is copied as it
      * stands.
       MergeTemplateLine.
           MOVE SPACES TO MergedLine
           MOVE 1 TO MergePtr
           MOVE 1 TO TextPos
           PERFORM UNTIL TextPos > 70 OR MergePtr > 80
               IF TemplateText(TplIdx)(TextPos:1) = "{"
                   PERFORM MergeToken
               ELSE
                   MOVE TemplateText(TplIdx)(TextPos:1)
                       TO MergedLine(MergePtr:1)
                   ADD 1 TO MergePtr
                   ADD 1 TO TextPos
               END-IF
           END-PERFORM.

       MergeToken.
           MOVE "N" TO TokenClosedFlag, TokenKnownFlag
           MOVE ZERO TO TokenLength
           COMPUTE ScanPos = TextPos + 1
           PERFORM UNTIL ScanPos > 70 OR TokenClosed
                   OR TokenLength > 15
               IF TemplateText(TplIdx)(ScanPos:1) = "}"
                   SET TokenClosed TO TRUE
               ELSE
                   ADD 1 TO TokenLength
                   ADD 1 TO ScanPos
               END-IF
           END-PERFORM

           IF TokenClosed AND TokenLength > 0
               MOVE TemplateText(TplIdx)(TextPos + 1:TokenLength)
                   TO TokenName
               PERFORM ResolveToken
           END-IF

           IF TokenKnown
               IF TokenValue NOT = SPACES
                   STRING TokenValue DELIMITED BY "  "
                       INTO MergedLine WITH POINTER MergePtr
                   END-STRING
               END-IF
               COMPUTE TextPos = ScanPos + 1
           ELSE
               MOVE "{" TO MergedLine(MergePtr:1)
               ADD 1 TO MergePtr
               ADD 1 TO TextPos
           END-IF.

       ResolveToken.
           SET TokenKnown TO TRUE
           MOVE SPACES TO TokenValue
           EVALUATE TokenName
               WHEN "ADDRESSEE"
                   MOVE Addressee TO TokenValue
               WHEN "STUDENT"
                   MOVE SC-StudentName TO TokenValue
               WHEN "STUDENTID"
                   MOVE SC-StudentId TO TokenValue
               WHEN "COURSE"
                   MOVE CD-CourseCode(CandIdx) TO TokenValue
               WHEN "COURSETITLE"
                   PERFORM LookupCourseTitle
                   MOVE CO-CourseTitle TO TokenValue
               WHEN "DATE"
                   MOVE LetterDate TO TokenValue
               WHEN "DETAIL"
                   MOVE CD-Detail(CandIdx) TO TokenValue
               WHEN OTHER
                   MOVE "N" TO TokenKnownFlag
           END-EVALUATE.

       LookupCourseTitle.
           MOVE CD-CourseCode(CandIdx) TO CO-CourseCode
           READ CourseFile
               INVALID KEY
                   MOVE SPACES TO CO-CourseTitle
           END-READ
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
              MOVE "CourseMaster.dat" TO WS-FileStatusName
              PERFORM CheckFileStatus
           END-IF.

      * The {RESULTS} line: every result the student holds, course
      * titled, with its mark and the pass word at the 40 line.
       PrintStudentResults.
           OPEN INPUT ResultsFile
           MOVE "Results.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           READ ResultsFile
               AT END SET EndOfResults TO TRUE
           END-READ

           PERFORM UNTIL EndOfResults
               IF MK-StudentId = CD-StudentId(CandIdx)
                   MOVE MK-CourseCode TO RL-CourseCode
                   MOVE MK-CourseCode TO CO-CourseCode
                   READ CourseFile
                       INVALID KEY
                           MOVE SPACES TO CO-CourseTitle
                   END-READ
                   IF WS-FileStatus NOT = "00"
                      AND WS-FileStatus NOT = "23"
                       MOVE "CourseMaster.dat" TO WS-FileStatusName
                       PERFORM CheckFileStatus
                   END-IF
                   MOVE CO-CourseTitle TO RL-CourseTitle
                   MOVE MK-Mark TO RL-Mark
                   IF MK-Mark < 40
                       MOVE "FAIL" TO RL-Outcome
                   ELSE
                       MOVE "PASS" TO RL-Outcome
                   END-IF
                   MOVE "Letters.txt" TO WS-FileStatusName
                   WRITE PrintLine FROM ResultLetterLine
                       AFTER ADVANCING 1 LINE
                   PERFORM CheckFileStatus
               END-IF

               READ ResultsFile
                   AT END SET EndOfResults TO TRUE
               END-READ
           END-PERFORM

           CLOSE ResultsFile
           MOVE SPACES TO ResultRec.

       LogLetter.
           MOVE FUNCTION CURRENT-DATE(1:14) TO LL-Timestamp
           MOVE BusinessToday TO LL-BusinessDate
           MOVE CD-StudentId(CandIdx) TO LL-StudentId
           MOVE LetterType TO LL-LetterType
           MOVE CD-CourseCode(CandIdx) TO LL-CourseCode
           MOVE CD-CoveredTo(CandIdx) TO LL-CoveredTo
           MOVE SC-ContactMethod TO LL-ContactMethod
           WRITE LetterLogRec
           MOVE "LetterLog.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus.

      * The business day this run stamps -- the control record the
      * batch driver sets each cycle, so a run after midnight or a
      * rerun stamps the day it belongs to. Falls back to the
      * calendar date when no control record exists.
       GetBusinessDate.
           MOVE FUNCTION CURRENT-DATE(1:8) TO BusinessToday
           OPEN INPUT BusinessDateFile
           IF WS-FileStatus = "00"
               READ BusinessDateFile
                   NOT AT END
                       IF BD-BusinessDate NUMERIC
                          AND BD-BusinessDate > 0
                           MOVE BD-BusinessDate TO BusinessToday
                       END-IF
               END-READ
               CLOSE BusinessDateFile
           END-IF.
