       IDENTIFICATION DIVISION.
       PROGRAM-ID. FeeAwardMaintenance.
       AUTHOR. io.github.scrvrdn.
      * Maintains FeeAwards.dat, the scholarships, bursaries and fee
      * discounts each student holds, from a keyed-in transaction
      * file -- same pattern as CourseMaintenance. The student must
      * be on the master, and so must the course when the award is
      * tied to one; a percentage runs up to 100, a fixed sum must
      * be something, the term range must run forwards, and every
      * award needs the funding body the bursar will invoice.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FeeAwardFile ASSIGN TO "FeeAwards.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FA-Key
               FILE STATUS IS WS-FileStatus.

           SELECT FeeAwardTransactionFile
               ASSIGN TO "FeeAwardTransactions.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

           SELECT StudentFile ASSIGN TO "StudentMaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SR-StudentId
               FILE STATUS IS WS-FileStatus.

           SELECT CourseFile ASSIGN TO "CourseMaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-CourseCode
               FILE STATUS IS WS-FileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD FeeAwardFile.
           COPY FEEAWARD.

      * One transaction per award being added, amended, or removed:
      * the action code, the student and award code, and the award's
      * fields (ignored for a delete).
       FD FeeAwardTransactionFile.
       01 FeeAwardTransactionRec.
           88 EndOfFeeAwardTransactions VALUE HIGH-VALUES.
           02 FX-Action PIC X.
               88 FX-AddAward VALUE "A".
               88 FX-UpdateAward VALUE "U".
               88 FX-DeleteAward VALUE "D".
           02 FX-Key.
              03 FX-StudentId PIC 9(8).
              03 FX-AwardCode PIC X(6).
           02 FX-DiscountType PIC X.
           02 FX-Percent PIC 9(3)V99.
           02 FX-FixedAmount PIC 9(5)V99.
           02 FX-CourseCode PIC X(5).
           02 FX-FirstTerm PIC X(6).
           02 FX-LastTerm PIC X(6).
           02 FX-FundingBody PIC X(20).

       FD StudentFile.
           COPY STUDREC.

       FD CourseFile.
           COPY COURSREC.

       WORKING-STORAGE SECTION.
       COPY FILESTAT.

       01 AddedCount PIC 9(4) VALUE ZERO.
       01 UpdatedCount PIC 9(4) VALUE ZERO.
       01 DeletedCount PIC 9(4) VALUE ZERO.
       01 RejectedCount PIC 9(4) VALUE ZERO.

       01 AwardRejectReason PIC X(40).

       PROCEDURE DIVISION.
       Main.
           OPEN INPUT FeeAwardTransactionFile
           MOVE "FeeAwardTransactions.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN I-O FeeAwardFile
           IF WS-FileStatus = "35"
               OPEN OUTPUT FeeAwardFile
               CLOSE FeeAwardFile
               OPEN I-O FeeAwardFile
           END-IF
           MOVE "FeeAwards.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN INPUT StudentFile
           MOVE "StudentMaster.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN INPUT CourseFile
           MOVE "CourseMaster.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           READ FeeAwardTransactionFile
               AT END SET EndOfFeeAwardTransactions TO TRUE
           END-READ
           MOVE "FeeAwardTransactions.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           PERFORM UNTIL EndOfFeeAwardTransactions
               PERFORM ApplyFeeAwardTransaction

               READ FeeAwardTransactionFile
                   AT END SET EndOfFeeAwardTransactions TO TRUE
               END-READ
               MOVE "FeeAwardTransactions.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-PERFORM

           CLOSE FeeAwardTransactionFile
           CLOSE FeeAwardFile
           CLOSE StudentFile
           CLOSE CourseFile

           DISPLAY "Awards added:   " AddedCount
           DISPLAY "Awards updated: " UpdatedCount
           DISPLAY "Awards deleted: " DeletedCount
           DISPLAY "Rejected:       " RejectedCount

           STOP RUN.

      * Checks WS-FileStatus after an OPEN/READ/WRITE/REWRITE against
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

      * Routes the current transaction to its action's paragraph, or
      * rejects it with a readable message if the action code isn't
      * one of A, U, or D.
       ApplyFeeAwardTransaction.
           EVALUATE TRUE
               WHEN FX-AddAward PERFORM AddFeeAward
               WHEN FX-UpdateAward PERFORM UpdateFeeAward
               WHEN FX-DeleteAward PERFORM DeleteFeeAward
               WHEN OTHER
                   ADD 1 TO RejectedCount
                   DISPLAY "Rejected: invalid action " FX-Action
                       " for award " FX-AwardCode " StudentId "
                       FX-StudentId
           END-EVALUATE.

       AddFeeAward.
           PERFORM ValidateFeeAward
           IF AwardRejectReason NOT = SPACES
               PERFORM RejectFeeAward
           ELSE
               PERFORM MoveFeeAwardFields
               WRITE FeeAwardRecord
                   INVALID KEY
                       ADD 1 TO RejectedCount
                       DISPLAY "Rejected: duplicate award "
                           FX-AwardCode " for StudentId " FX-StudentId
                   NOT INVALID KEY
                       ADD 1 TO AddedCount
                       MOVE "FeeAwards.dat" TO WS-FileStatusName
                       PERFORM CheckFileStatus
               END-WRITE
           END-IF.

       UpdateFeeAward.
           PERFORM ValidateFeeAward
           IF AwardRejectReason NOT = SPACES
               PERFORM RejectFeeAward
           ELSE
               MOVE FX-Key TO FA-Key
               READ FeeAwardFile
                   INVALID KEY
                       ADD 1 TO RejectedCount
                       DISPLAY "Rejected: unknown award " FX-AwardCode
                           " for StudentId " FX-StudentId
                           " on update"
                   NOT INVALID KEY
                       PERFORM MoveFeeAwardFields
                       REWRITE FeeAwardRecord
                       ADD 1 TO UpdatedCount
                       MOVE "FeeAwards.dat" TO WS-FileStatusName
                       PERFORM CheckFileStatus
               END-READ
           END-IF.

       DeleteFeeAward.
           MOVE FX-Key TO FA-Key
           DELETE FeeAwardFile
               INVALID KEY
                   ADD 1 TO RejectedCount
                   DISPLAY "Rejected: unknown award " FX-AwardCode
                       " for StudentId " FX-StudentId " on delete"
               NOT INVALID KEY
                   ADD 1 TO DeletedCount
                   MOVE "FeeAwards.dat" TO WS-FileStatusName
                   PERFORM CheckFileStatus
           END-DELETE.

       MoveFeeAwardFields.
           MOVE FX-Key TO FA-Key
           MOVE FX-DiscountType TO FA-DiscountType
           IF FA-PercentAward
               MOVE FX-Percent TO FA-Percent
               MOVE ZEROS TO FA-FixedAmount
           ELSE
               MOVE ZEROS TO FA-Percent
               MOVE FX-FixedAmount TO FA-FixedAmount
           END-IF
           MOVE FX-CourseCode TO FA-CourseCode
           MOVE FX-FirstTerm TO FA-FirstTerm
           MOVE FX-LastTerm TO FA-LastTerm
           MOVE FX-FundingBody TO FA-FundingBody.

       RejectFeeAward.
           ADD 1 TO RejectedCount
           DISPLAY "Rejected: award " FX-AwardCode " for StudentId "
               FX-StudentId " - " FUNCTION TRIM(AwardRejectReason).

       ValidateFeeAward.
           MOVE SPACES TO AwardRejectReason

           IF FX-AwardCode = SPACES
               MOVE "award code is blank" TO AwardRejectReason
           END-IF

           IF AwardRejectReason = SPACES
               MOVE FX-DiscountType TO FA-DiscountType
               EVALUATE TRUE
                   WHEN NOT FA-DiscountTypeValid
                       MOVE "discount type must be P or F"
                           TO AwardRejectReason
                   WHEN FA-PercentAward
                       IF FX-Percent NOT NUMERIC OR FX-Percent = ZERO
                          OR FX-Percent > 100
                           MOVE "percentage must be over 0, up to 100"
                               TO AwardRejectReason
                       END-IF
                   WHEN FA-FixedAward
                       IF FX-FixedAmount NOT NUMERIC
                          OR FX-FixedAmount = ZERO
                           MOVE "fixed amount must be over zero"
                               TO AwardRejectReason
                       END-IF
               END-EVALUATE
           END-IF

           IF AwardRejectReason = SPACES
               IF FX-FirstTerm = SPACES
                   MOVE "first term is blank" TO AwardRejectReason
               ELSE
                   IF FX-LastTerm NOT = SPACES
                      AND FX-LastTerm < FX-FirstTerm
                       MOVE "last term is before first term"
                           TO AwardRejectReason
                   END-IF
               END-IF
           END-IF

           IF AwardRejectReason = SPACES
               AND FX-FundingBody = SPACES
               MOVE "funding body is blank" TO AwardRejectReason
           END-IF

           IF AwardRejectReason = SPACES
               MOVE FX-StudentId TO SR-StudentId
               READ StudentFile
                   INVALID KEY
                       MOVE "student not on StudentMaster.dat"
                           TO AwardRejectReason
               END-READ
               IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
                  MOVE "StudentMaster.dat" TO WS-FileStatusName
                  PERFORM CheckFileStatus
               END-IF
           END-IF

           IF AwardRejectReason = SPACES
               AND FX-CourseCode NOT = SPACES
               MOVE FX-CourseCode TO CO-CourseCode
               READ CourseFile
                   INVALID KEY
                       STRING "course " DELIMITED BY SIZE
                           FX-CourseCode DELIMITED BY SIZE
                           " not on CourseMaster.dat"
                               DELIMITED BY SIZE
                           INTO AwardRejectReason
                       END-STRING
               END-READ
               IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
                  MOVE "CourseMaster.dat" TO WS-FileStatusName
                  PERFORM CheckFileStatus
               END-IF
           END-IF.
