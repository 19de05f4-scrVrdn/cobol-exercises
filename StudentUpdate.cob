               RECORD KEY IS CO-CourseCode
               FILE STATUS IS WS-FileStatus.

      * Each course's prerequisites, and the marks that meet them.
      * OPTIONAL: with no prerequisite file every course is open;
      * with no results yet nobody has a qualifying mark.
           SELECT OPTIONAL PrerequisiteFile
               ASSIGN TO "Prerequisites.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PQ-Key
               FILE STATUS IS WS-FileStatus.

           SELECT ResultsFile ASSIGN TO "Results.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

      * The supervisor named on a prerequisite override must hold
      * supervisor role or better. OPTIONAL: a site with no user
      * file runs open, as the menu does.
           SELECT OPTIONAL UserFile ASSIGN TO "Users.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UO-OperatorId
               FILE STATUS IS WS-FileStatus.

      * The waiting list, in application order: fed by enrollments
      * that met a full course, drained head-first as withdrawals
      * free seats.

      * A withdrawal raises a pro-rata credit note here -- the
      * bursar's standing half-term rule -- so the refund sum stops
      * being done by hand. The student's invoice is read back first
      * for the amount the credit halves.
           SELECT TuitionInvoiceFile
               ASSIGN TO "TuitionInvoices.dat"
               ORGANIZATION IS SEQUENTIAL

      * One transaction per movement: (E)nroll carries the course
      * and gender, (T)ransfer the new course, (W)ithdraw just the
      * student. An enrollment may name the supervisor overriding
      * an unmet prerequisite.
       FD StudentTransactionFile.
       01 StudentTransactionRec.
           88 EndOfStudentTransactions VALUE HIGH-VALUES.
           02 SU-StudentId PIC 9(8).
           02 SU-CourseCode PIC X(5).
           02 SU-Gender PIC X.
           02 SU-OverrideBy PIC X(10).

       FD CourseFile.
           COPY COURSREC.

       FD PrerequisiteFile.
           COPY PREREQ.

       FD ResultsFile.
           COPY MARKSREC.

       FD UserFile.
           COPY USERREC.

       FD WaitListFile.
           COPY WAITLIST.

       01 WalkDoneFlag PIC X.
           88 WalkDone VALUE "Y".

      * The withdrawal credit's working fields: the net amount the
      * student was invoiced, which the half-term rule halves, and
      * the student the note is for.
       01 InvoicedAmount PIC 9(7)V99.
       01 CreditAmount PIC S9(7)V99.
       01 CreditStudentId PIC 9(8).
       01 CreditsRaised PIC 9(5) VALUE ZERO.
           88 PromotionFound VALUE "Y".
       01 PromoteStudentId PIC 9(8).
       01 PromoteGender PIC X.
       01 PromoteOverrideBy PIC X(10).

      * The prerequisite check's working state: the course's
      * requirements with the best mark the student has in each,
      * and the first one short.
       01 PrerequisiteOpenFlag PIC X VALUE "N".
           88 PrerequisiteOpen VALUE "Y".
       01 UserFileOpenFlag PIC X VALUE "N".
           88 UserFileOpen VALUE "Y".
       01 PrerequisitesMetFlag PIC X.
           88 PrerequisitesMet VALUE "Y".
       01 ShortfallReason PIC X(50).
       01 RequirementCount PIC 99.
       01 RequirementTable.
           02 Requirement OCCURS 10 TIMES INDEXED BY ReqIdx.
              03 ReqCourseCode PIC X(5).
              03 ReqMinMark PIC 9(3).
              03 ReqBestMark PIC 9(3).
              03 ReqResultFlag PIC X.
                  88 ReqHasResult VALUE "Y".
       01 OverriddenCount PIC 9(5) VALUE ZERO.

      * Whether the prerequisites stand only by a supervisor's
      * waiver, and whether the enrollment or transfer it was for
      * actually went through -- the waiver is journalled only then.
       01 OverrideUsedFlag PIC X.
           88 OverrideUsed VALUE "Y".
       01 MovementAppliedFlag PIC X.
           88 MovementApplied VALUE "Y".
       01 TransferEligibleFlag PIC X.
           88 TransferEligible VALUE "Y".

      * The waiver being journalled: the student, the course, the
      * supervisor, and what was waived.
       01 WaiverStudentId PIC 9(8).
       01 WaiverCourseCode PIC X(5).
       01 WaiverBy PIC X(10).
       01 WaiverNote PIC X(50).

       PROCEDURE DIVISION.
       Main.
               END-IF
           END-IF

      * Likewise no prerequisite file -- no prerequisite check --
      * and no user file -- overrides go unchecked.
           OPEN INPUT PrerequisiteFile
           EVALUATE WS-FileStatus
               WHEN "00"
                   SET PrerequisiteOpen TO TRUE
               WHEN "05"
                   CLOSE PrerequisiteFile
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "Prerequisites.dat" TO WS-FileStatusName
                   PERFORM CheckFileStatus
           END-EVALUATE

           OPEN INPUT UserFile
           EVALUATE WS-FileStatus
               WHEN "00"
                   SET UserFileOpen TO TRUE
               WHEN "05"
                   CLOSE UserFile
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "Users.dat" TO WS-FileStatusName
                   PERFORM CheckFileStatus
           END-EVALUATE

           OPEN EXTEND StudentHistoryFile
           IF WS-FileStatus = "35"
               OPEN OUTPUT StudentHistoryFile
           IF CourseMasterOpen
               CLOSE CourseFile
           END-IF
           IF PrerequisiteOpen
               CLOSE PrerequisiteFile
           END-IF
           IF UserFileOpen
               CLOSE UserFile
           END-IF

           DISPLAY "Enrollments applied:  " EnrolledCount
           DISPLAY "Withdrawals applied:  " WithdrawnCount
           IF PromotedCount > 0
               DISPLAY "Promoted off list:    " PromotedCount
           END-IF
           IF OverriddenCount > 0
               DISPLAY "Prerequisites waived: " OverriddenCount
           END-IF

           STOP RUN.

      * already on file re-enrolls only from Withdrawn -- enrolling
      * someone already enrolled is a keying error. An enrollment
      * against a course already at its capacity queues on the
      * waiting list instead, in application order. A course whose
      * prerequisites the student hasn't passed is refused before
      * either -- unless a supervisor overrides, in which case the
      * waiver is journalled when the seat is taken: now, or on
      * promotion off the waiting list.
       EnrollStudent.
           PERFORM CheckPrerequisites
           IF NOT PrerequisitesMet
               PERFORM ConsiderOverride
           END-IF
           IF PrerequisitesMet
               PERFORM CheckCourseHasSeat
               IF NOT CourseFound
                  OR CourseEnrollment < CourseCapacity
                   PERFORM ApplyEnrollment
                   IF MovementApplied AND OverrideUsed
                       PERFORM LogPrerequisiteOverride
                   END-IF
               ELSE
                   PERFORM QueueOnWaitList
               END-IF
           END-IF.

      * Whether the student has a qualifying mark on Results.dat in
      * every course the one being enrolled in requires: the
      * requirements are loaded first, then one pass of the results
      * keeps the student's best mark in each. ShortfallReason
      * names the first requirement not met.
       CheckPrerequisites.
           SET PrerequisitesMet TO TRUE
           MOVE "N" TO OverrideUsedFlag
           MOVE SPACES TO ShortfallReason
           MOVE ZERO TO RequirementCount

           IF PrerequisiteOpen
               PERFORM LoadRequirements
           END-IF

           IF RequirementCount > 0
               PERFORM FindBestMarks
               PERFORM VARYING ReqIdx FROM 1 BY 1
                       UNTIL ReqIdx > RequirementCount
                          OR NOT PrerequisitesMet
                   IF NOT ReqHasResult(ReqIdx)
                       MOVE "N" TO PrerequisitesMetFlag
                       STRING "needs " DELIMITED BY SIZE
                           ReqCourseCode(ReqIdx) DELIMITED BY SIZE
                           " at " DELIMITED BY SIZE
                           ReqMinMark(ReqIdx) DELIMITED BY SIZE
                           " - no result on file" DELIMITED BY SIZE
                           INTO ShortfallReason
                       END-STRING
                   ELSE
                       IF ReqBestMark(ReqIdx) < ReqMinMark(ReqIdx)
                           MOVE "N" TO PrerequisitesMetFlag
                           STRING "needs " DELIMITED BY SIZE
                               ReqCourseCode(ReqIdx) DELIMITED BY SIZE
                               " at " DELIMITED BY SIZE
                               ReqMinMark(ReqIdx) DELIMITED BY SIZE
                               " - best mark " DELIMITED BY SIZE
                               ReqBestMark(ReqIdx) DELIMITED BY SIZE
                               INTO ShortfallReason
                           END-STRING
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       LoadRequirements.
           MOVE SU-CourseCode TO PQ-CourseCode
           MOVE LOW-VALUES TO PQ-RequiredCourse
           MOVE "N" TO WalkDoneFlag
           START PrerequisiteFile KEY NOT LESS THAN PQ-Key
               INVALID KEY
                   SET WalkDone TO TRUE
           END-START

           PERFORM UNTIL WalkDone
               READ PrerequisiteFile NEXT RECORD
                   AT END SET WalkDone TO TRUE
               END-READ
               IF NOT WalkDone
                   MOVE "Prerequisites.dat" TO WS-FileStatusName
                   PERFORM CheckFileStatus
                   IF PQ-CourseCode NOT = SU-CourseCode
                      OR RequirementCount = 10
                       SET WalkDone TO TRUE
                   ELSE
                       ADD 1 TO RequirementCount
                       SET ReqIdx TO RequirementCount
                       MOVE PQ-RequiredCourse TO ReqCourseCode(ReqIdx)
                       MOVE PQ-MinMark TO ReqMinMark(ReqIdx)
                       MOVE ZERO TO ReqBestMark(ReqIdx)
                       MOVE "N" TO ReqResultFlag(ReqIdx)
                   END-IF
               END-IF
           END-PERFORM.

       FindBestMarks.
           OPEN INPUT ResultsFile
           IF WS-FileStatus NOT = "35"
               MOVE "Results.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus

               READ ResultsFile
                   AT END SET EndOfResults TO TRUE
               END-READ

               PERFORM UNTIL EndOfResults
                   IF MK-StudentId = SU-StudentId
                       PERFORM KeepBestMark
                   END-IF

                   READ ResultsFile
                       AT END SET EndOfResults TO TRUE
                   END-READ
               END-PERFORM

               CLOSE ResultsFile
      * Drop the end-of-file level-88 back off so the next pass's
      * first READ isn't mistaken for at-end.
               MOVE SPACES TO ResultRec
           END-IF.

       KeepBestMark.
           PERFORM VARYING ReqIdx FROM 1 BY 1
                   UNTIL ReqIdx > RequirementCount
               IF ReqCourseCode(ReqIdx) = MK-CourseCode
                   IF NOT ReqHasResult(ReqIdx)
                      OR MK-Mark > ReqBestMark(ReqIdx)
                       MOVE MK-Mark TO ReqBestMark(ReqIdx)
                   END-IF
                   SET ReqHasResult(ReqIdx) TO TRUE
               END-IF
           END-PERFORM.

      * An unmet prerequisite stands unless the transaction names a
      * supervisor -- an operator on Users.dat at supervisor role
      * or better -- in which case the enrollment goes ahead and,
      * once it has, the waiver is journalled against the student.
       ConsiderOverride.
           IF SU-OverrideBy = SPACES
               ADD 1 TO RejectedCount
               DISPLAY "Rejected: StudentId " SU-StudentId " - "
                   SU-CourseCode " " FUNCTION TRIM(ShortfallReason)
           ELSE
               IF UserFileOpen
                   MOVE SU-OverrideBy TO UO-OperatorId
                   READ UserFile
                       INVALID KEY
                           MOVE ZERO TO UO-Role
                   END-READ
                   IF WS-FileStatus NOT = "00"
                      AND WS-FileStatus NOT = "23"
                       MOVE "Users.dat" TO WS-FileStatusName
                       PERFORM CheckFileStatus
                   END-IF
                   IF UO-Role >= 2
                       SET PrerequisitesMet TO TRUE
                   ELSE
                       ADD 1 TO RejectedCount
                       DISPLAY "Rejected: StudentId " SU-StudentId
                           " - " SU-CourseCode " override by "
                           FUNCTION TRIM(SU-OverrideBy)
                           " - not a supervisor"
                   END-IF
               ELSE
                   DISPLAY "No Users.dat on file - override by "
                       FUNCTION TRIM(SU-OverrideBy)
                       " accepted unchecked"
                   SET PrerequisitesMet TO TRUE
               END-IF
               IF PrerequisitesMet
                   SET OverrideUsed TO TRUE
               END-IF
           END-IF.

      * The waiver on the transaction in hand, journalled once the
      * enrollment or transfer it was for has gone through.
       LogPrerequisiteOverride.
           MOVE SU-StudentId TO WaiverStudentId
           MOVE SU-CourseCode TO WaiverCourseCode
           MOVE SU-OverrideBy TO WaiverBy
           MOVE ShortfallReason TO WaiverNote
           PERFORM JournalWaiver.

      * The waiver's journal entry: the student's record as it
      * stands (spaces for a first enrollment) as both images, and
      * the course and supervisor in the source field.
       JournalWaiver.
           MOVE WaiverStudentId TO SR-StudentId
           READ StudentFile
               INVALID KEY
                   MOVE SPACES TO SavedStudentImage
               NOT INVALID KEY
                   MOVE StudentRecord TO SavedStudentImage
           END-READ
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
              MOVE "StudentMaster.dat" TO WS-FileStatusName
              PERFORM CheckFileStatus
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:14) TO HS-Timestamp
           SET HS-Overridden TO TRUE
           MOVE WaiverStudentId TO HS-StudentId
           MOVE SavedStudentImage TO HS-BeforeImage
           MOVE SavedStudentImage TO HS-AfterImage
           MOVE SPACES TO HS-Source
           STRING WaiverCourseCode DELIMITED BY SIZE
               " override " DELIMITED BY SIZE
               WaiverBy DELIMITED BY SPACE
               INTO HS-Source
           END-STRING
           WRITE StudentHistoryRec
           MOVE "StudentHistory.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus
           ADD 1 TO OverriddenCount
           DISPLAY "StudentId " WaiverStudentId " - "
               WaiverCourseCode " " FUNCTION TRIM(WaiverNote)
               " - waived by " FUNCTION TRIM(WaiverBy).

      * Whether the course is on the master and how many enrolled
      * students it already carries -- a walk of the whole student
      * master per enrollment, which is fine at this registry's
           MOVE SU-StudentId TO WL-StudentId
           MOVE SU-Gender TO WL-Gender
           SET WL-Waiting TO TRUE
           IF OverrideUsed
               MOVE SU-OverrideBy TO WL-OverrideBy
           ELSE
               MOVE SPACES TO WL-OverrideBy
           END-IF
           WRITE WaitListRec
           PERFORM CheckFileStatus

               "StudentId " SU-StudentId " queued on the wait list".

       ApplyEnrollment.
           MOVE "N" TO MovementAppliedFlag
           MOVE SU-StudentId TO SR-StudentId
           READ StudentFile
               INVALID KEY
                           MOVE "StudentMaster.dat"
                               TO WS-FileStatusName
                           PERFORM CheckFileStatus
                           SET MovementApplied TO TRUE
                           MOVE SPACES TO SavedStudentImage
                           MOVE "E" TO HistoryAction
                           PERFORM WriteStudentHistory
                       ADD 1 TO EnrolledCount
                       MOVE "StudentMaster.dat" TO WS-FileStatusName
                       PERFORM CheckFileStatus
                       SET MovementApplied TO TRUE
                       MOVE "E" TO HistoryAction
                       PERFORM WriteStudentHistory
                   ELSE
              PERFORM CheckFileStatus
           END-IF.

      * Raises the withdrawal's credit note: half of what the
      * student was invoiced for the course this term, negative on
      * the invoice file -- the bursar's standing half-term rule,
      * applied whenever the student leaves mid-term. The invoice
      * amount is the fee net of any scholarship or bursary, so the
      * credit never refunds money the student was not charged. A
      * course not yet invoiced, or invoiced at nothing, raises no
      * credit, exactly as the ledger book never did.
       RaiseWithdrawalCredit.
           PERFORM FindInvoicedAmount

           IF InvoicedAmount > 0
               OPEN EXTEND TuitionInvoiceFile
               IF WS-FileStatus = "35"
                   OPEN OUTPUT TuitionInvoiceFile
               MOVE CreditStudentId TO TU-StudentId
               MOVE FreedCourseCode TO TU-CourseCode
               MOVE SPACES TO TU-Term
               COMPUTE CreditAmount = 0 - (InvoicedAmount / 2)
               MOVE CreditAmount TO TU-Amount
               MOVE CreditAmount TO TU-GrossAmount
               MOVE ZEROS TO TU-Discount
               MOVE ZEROS TO TU-AmountPaid
               MOVE FUNCTION CURRENT-DATE(1:8) TO TU-InvoiceDate
               SET TU-CreditNote TO TRUE
                   "StudentId " CreditStudentId
           END-IF.

      * The net amount on the student's invoice for the freed
      * course in the current term -- the latest one, should the
      * term have been billed twice. With no term control every
      * term's invoice for the course qualifies, the latest again
      * winning. No invoices file yet means nothing was billed.
       FindInvoicedAmount.
           MOVE ZEROS TO InvoicedAmount
           OPEN INPUT TuitionInvoiceFile
           IF WS-FileStatus NOT = "35"
               MOVE "TuitionInvoices.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus

               READ TuitionInvoiceFile
                   AT END SET EndOfTuitionInvoices TO TRUE
               END-READ

               PERFORM UNTIL EndOfTuitionInvoices
                   IF TU-StudentId = CreditStudentId
                      AND TU-CourseCode = FreedCourseCode
                      AND NOT TU-CreditNote
                      AND (TU-Term = CurrentTermCode
                         OR CurrentTermCode = SPACES)
                       MOVE TU-Amount TO InvoicedAmount
                   END-IF

                   READ TuitionInvoiceFile
                       AT END SET EndOfTuitionInvoices TO TRUE
                   END-READ
               END-PERFORM

               CLOSE TuitionInvoiceFile
           END-IF
           MOVE SPACES TO TuitionInvoiceRec.

      * The freed seat goes to the head of the course's waiting
      * list: the first Waiting entry for the course is enrolled
      * (a brand-new record, or a re-enrollment from Withdrawn) and
                      AND WL-CourseCode = FreedCourseCode
                       MOVE WL-StudentId TO PromoteStudentId
                       MOVE WL-Gender TO PromoteGender
                       MOVE WL-OverrideBy TO PromoteOverrideBy
                       PERFORM TryPromoteStudent
                       IF PromotionFound
                           SET WL-Promoted TO TRUE
               ADD 1 TO PromotedCount
               DISPLAY "Promoted StudentId " PromoteStudentId
                   " from the wait list into " FreedCourseCode
               IF PromoteOverrideBy NOT = SPACES
                  AND PromoteOverrideBy NOT = LOW-VALUES
                   PERFORM LogPromotedWaiver
               END-IF
           END-IF.

      * A student queued under a supervisor's waiver has it
      * journalled now the seat is taken, against the supervisor who
      * gave it at enrollment.
       LogPromotedWaiver.
           MOVE PromoteStudentId TO WaiverStudentId
           MOVE FreedCourseCode TO WaiverCourseCode
           MOVE PromoteOverrideBy TO WaiverBy
           MOVE "prerequisites waived when queued" TO WaiverNote
           PERFORM JournalWaiver.

      * A transfer moves an enrolled student to another course, and
      * the new course's prerequisites apply exactly as they do to an
      * enrollment -- refused unless met or waived by a supervisor --
      * so no one gets round them by enrolling elsewhere and moving.
       TransferStudent.
           MOVE "N" TO TransferEligibleFlag
           MOVE SU-StudentId TO SR-StudentId
           READ StudentFile
               INVALID KEY
                       SU-StudentId " on transfer"
               NOT INVALID KEY
                   IF SR-Enrolled
                       SET TransferEligible TO TRUE
                   ELSE
                       ADD 1 TO RejectedCount
                       DISPLAY "Rejected: StudentId " SU-StudentId
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
              MOVE "StudentMaster.dat" TO WS-FileStatusName
              PERFORM CheckFileStatus
           END-IF

           IF TransferEligible
               PERFORM CheckPrerequisites
               IF NOT PrerequisitesMet
                   PERFORM ConsiderOverride
               END-IF
               IF PrerequisitesMet
                   PERFORM ApplyTransfer
                   IF MovementApplied AND OverrideUsed
                       PERFORM LogPrerequisiteOverride
                   END-IF
               END-IF
           END-IF.

      * The student is read afresh for the rewrite rather than
      * trusted from the eligibility read, with the prerequisite
      * check and any waiver lookup in between.
       ApplyTransfer.
           MOVE "N" TO MovementAppliedFlag
           MOVE SU-StudentId TO SR-StudentId
           READ StudentFile
           MOVE "StudentMaster.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           MOVE StudentRecord TO SavedStudentImage
           MOVE SU-CourseCode TO SR-CourseCode
           MOVE CurrentTermCode TO SR-TermCode
           REWRITE StudentRecord
           PERFORM CheckFileStatus
           ADD 1 TO TransferredCount
           SET MovementApplied TO TRUE
           MOVE "T" TO HistoryAction
           PERFORM WriteStudentHistory.
