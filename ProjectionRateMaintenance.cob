       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProjectionRateMaintenance.
       AUTHOR. io.github.scrvrdn.
      * Maintains ProjectionRates.dat, the survival, birth and net
      * migration rates PopulationProjection ages the census forward
      * with, from a keyed-in transaction file -- same pattern as
      * CountyMaintenance. The planning department owns the figures;
      * this keeps them out of the program so a new life table is a
      * transaction file, not a recompile.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RateFile ASSIGN TO "ProjectionRates.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-Key
               FILE STATUS IS WS-FileStatus.

           SELECT RateTransactionFile
               ASSIGN TO "ProjectionRateTransactions.dat"
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

       FD RateFile.
           COPY PROJRATE.

      * One transaction per rate being added, changed, or removed:
      * the action code, the rate's full key, and the rate itself
      * (ignored for a delete).
       FD RateTransactionFile.
       01 RateTransactionRec.
           88 EndOfRateTransactions VALUE HIGH-VALUES.
           02 PX-Action PIC X.
               88 PX-AddRate VALUE "A".
               88 PX-UpdateRate VALUE "U".
               88 PX-DeleteRate VALUE "D".
           02 PX-RateType PIC X.
           02 PX-StateNum PIC 99.
           02 PX-CountyCode PIC 9(3).
           02 PX-Gender PIC 9.
           02 PX-AgeBand PIC 99.
           02 PX-Rate PIC S9V9(5) SIGN LEADING SEPARATE.

       WORKING-STORAGE SECTION.
       01 BusinessToday PIC 9(8) VALUE ZEROS.
       COPY FILESTAT.

       01 AddedCount PIC 9(4) VALUE ZERO.
       01 UpdatedCount PIC 9(4) VALUE ZERO.
       01 DeletedCount PIC 9(4) VALUE ZERO.
       01 RejectedCount PIC 9(4) VALUE ZERO.

       01 RateValidFlag PIC X.
           88 RateIsValid VALUE "Y".

       PROCEDURE DIVISION.
       Main.
           PERFORM GetBusinessDate

           OPEN INPUT RateTransactionFile
           MOVE "ProjectionRateTransactions.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN I-O RateFile
           IF WS-FileStatus = "35"
               OPEN OUTPUT RateFile
               CLOSE RateFile
               OPEN I-O RateFile
           END-IF
           MOVE "ProjectionRates.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           READ RateTransactionFile
               AT END SET EndOfRateTransactions TO TRUE
           END-READ
           MOVE "ProjectionRateTransactions.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           PERFORM UNTIL EndOfRateTransactions
               PERFORM ApplyRateTransaction

               READ RateTransactionFile
                   AT END SET EndOfRateTransactions TO TRUE
               END-READ
               MOVE "ProjectionRateTransactions.dat"
                   TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-PERFORM

           CLOSE RateTransactionFile
           CLOSE RateFile

           DISPLAY "Rates added:   " AddedCount
           DISPLAY "Rates updated: " UpdatedCount
           DISPLAY "Rates deleted: " DeletedCount
           DISPLAY "Rejected:      " RejectedCount

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
       ApplyRateTransaction.
           MOVE PX-RateType TO PR-RateType
           MOVE PX-StateNum TO PR-StateNum
           MOVE PX-CountyCode TO PR-CountyCode
           MOVE PX-Gender TO PR-Gender
           MOVE PX-AgeBand TO PR-AgeBand
           EVALUATE TRUE
               WHEN PX-AddRate PERFORM AddRate
               WHEN PX-UpdateRate PERFORM UpdateRate
               WHEN PX-DeleteRate PERFORM DeleteRate
               WHEN OTHER
                   ADD 1 TO RejectedCount
                   DISPLAY "Rejected: invalid action " PX-Action
                       " for rate " PR-Key
           END-EVALUATE.

      * A rate's key must name a real type, state, gender and band
      * (a county only under a state), and the rate must make sense
      * for its type: a survival share or a birth rate between zero
      * and one, a net migration rate strictly between minus one and
      * one. Births are keyed on the mother, so a birth rate cannot
      * be for men.
       ValidateRate.
           SET RateIsValid TO TRUE
           EVALUATE TRUE
               WHEN NOT (PR-SurvivalRate OR PR-BirthRate
                         OR PR-MigrationRate)
                   MOVE "N" TO RateValidFlag
                   DISPLAY "Rejected: rate type " PX-RateType
                       " is not S, B or M"
               WHEN PX-StateNum > 50
                 OR (PX-StateNum = 0 AND PX-CountyCode NOT = 0)
                   MOVE "N" TO RateValidFlag
                   DISPLAY "Rejected: bad state or county in rate "
                       PR-Key
               WHEN PX-Gender > 2 OR PX-AgeBand > 21
                   MOVE "N" TO RateValidFlag
                   DISPLAY "Rejected: bad gender or age band in rate "
                       PR-Key
               WHEN PR-BirthRate AND PX-Gender = 2
                   MOVE "N" TO RateValidFlag
                   DISPLAY "Rejected: birth rate keyed for men in "
                       "rate " PR-Key
               WHEN (PR-SurvivalRate OR PR-BirthRate)
                    AND (PX-Rate < 0 OR PX-Rate > 1)
                   MOVE "N" TO RateValidFlag
                   DISPLAY "Rejected: rate " PR-Key
                       " must be between 0 and 1"
               WHEN PR-MigrationRate
                    AND (PX-Rate NOT > -1 OR PX-Rate NOT < 1)
                   MOVE "N" TO RateValidFlag
                   DISPLAY "Rejected: migration rate " PR-Key
                       " must be between -1 and 1"
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF NOT RateIsValid
               ADD 1 TO RejectedCount
           END-IF.

       AddRate.
           PERFORM ValidateRate
           IF RateIsValid
               MOVE PX-Rate TO PR-Rate
               SET PR-KeyedRate TO TRUE
               MOVE BusinessToday TO PR-ChangedDate
               WRITE ProjectionRateRec
                   INVALID KEY
                       ADD 1 TO RejectedCount
                       DISPLAY "Rejected: rate " PR-Key
                           " already on file"
                   NOT INVALID KEY
                       ADD 1 TO AddedCount
                       MOVE "ProjectionRates.dat" TO WS-FileStatusName
                       PERFORM CheckFileStatus
               END-WRITE
           END-IF.

      * A changed rate becomes a keyed one, so a later seeding run
      * leaves the planners' figure alone.
       UpdateRate.
           PERFORM ValidateRate
           IF RateIsValid
               READ RateFile
                   INVALID KEY
                       ADD 1 TO RejectedCount
                       DISPLAY "Rejected: rate " PR-Key
                           " not on file on update"
                   NOT INVALID KEY
                       MOVE PX-Rate TO PR-Rate
                       SET PR-KeyedRate TO TRUE
                       MOVE BusinessToday TO PR-ChangedDate
                       REWRITE ProjectionRateRec
                       ADD 1 TO UpdatedCount
                       MOVE "ProjectionRates.dat" TO WS-FileStatusName
                       PERFORM CheckFileStatus
               END-READ
           END-IF.

       DeleteRate.
           DELETE RateFile
               INVALID KEY
                   ADD 1 TO RejectedCount
                   DISPLAY "Rejected: rate " PR-Key
                       " not on file on delete"
               NOT INVALID KEY
                   ADD 1 TO DeletedCount
                   MOVE "ProjectionRates.dat" TO WS-FileStatusName
                   PERFORM CheckFileStatus
           END-DELETE.


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
