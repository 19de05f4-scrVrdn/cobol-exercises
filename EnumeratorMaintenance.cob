       IDENTIFICATION DIVISION.
       PROGRAM-ID. EnumeratorMaintenance.
       AUTHOR. io.github.scrvrdn.
      * Maintains EnumeratorMaster.dat, the enumerators who take
      * census returns and the field office each works out of, from
      * a keyed-in transaction file -- same pattern as
      * CountyMaintenance. An enumerator who leaves is marked
      * departed rather than deleted, so their past returns still
      * score on the quality scorecard.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EnumeratorFile ASSIGN TO "EnumeratorMaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-EnumeratorId
               FILE STATUS IS WS-FileStatus.

           SELECT EnumeratorTransactionFile
               ASSIGN TO "EnumeratorTransactions.dat"
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

       FD EnumeratorFile.
           COPY ENUMREC.

      * One transaction per enumerator being added, changed, or
      * removed: the action code, the ID, and the enumerator's
      * details (ignored for a delete). A blank status is active.
       FD EnumeratorTransactionFile.
       01 EnumeratorTransactionRec.
           88 EndOfEnumeratorTransactions VALUE HIGH-VALUES.
           02 EX-Action PIC X.
               88 EX-AddEnumerator VALUE "A".
               88 EX-UpdateEnumerator VALUE "U".
               88 EX-DeleteEnumerator VALUE "D".
           02 EX-EnumeratorId PIC 9(5).
           02 EX-EnumeratorName PIC X(24).
           02 EX-FieldOffice PIC X(4).
           02 EX-Status PIC X.

       WORKING-STORAGE SECTION.
       01 BusinessToday PIC 9(8) VALUE ZEROS.
       COPY FILESTAT.

       01 AddedCount PIC 9(4) VALUE ZERO.
       01 UpdatedCount PIC 9(4) VALUE ZERO.
       01 DeletedCount PIC 9(4) VALUE ZERO.
       01 RejectedCount PIC 9(4) VALUE ZERO.

       01 EnumeratorValidFlag PIC X.
           88 EnumeratorIsValid VALUE "Y".

       PROCEDURE DIVISION.
       Main.
           PERFORM GetBusinessDate

           OPEN INPUT EnumeratorTransactionFile
           MOVE "EnumeratorTransactions.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN I-O EnumeratorFile
           IF WS-FileStatus = "35"
               OPEN OUTPUT EnumeratorFile
               CLOSE EnumeratorFile
               OPEN I-O EnumeratorFile
           END-IF
           MOVE "EnumeratorMaster.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           READ EnumeratorTransactionFile
               AT END SET EndOfEnumeratorTransactions TO TRUE
           END-READ
           MOVE "EnumeratorTransactions.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           PERFORM UNTIL EndOfEnumeratorTransactions
               PERFORM ApplyEnumeratorTransaction

               READ EnumeratorTransactionFile
                   AT END SET EndOfEnumeratorTransactions TO TRUE
               END-READ
               MOVE "EnumeratorTransactions.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-PERFORM

           CLOSE EnumeratorTransactionFile
           CLOSE EnumeratorFile

           DISPLAY "Enumerators added:   " AddedCount
           DISPLAY "Enumerators updated: " UpdatedCount
           DISPLAY "Enumerators deleted: " DeletedCount
           DISPLAY "Rejected:            " RejectedCount

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
       ApplyEnumeratorTransaction.
           MOVE EX-EnumeratorId TO EN-EnumeratorId
           EVALUATE TRUE
               WHEN EX-AddEnumerator PERFORM AddEnumerator
               WHEN EX-UpdateEnumerator PERFORM UpdateEnumerator
               WHEN EX-DeleteEnumerator PERFORM DeleteEnumerator
               WHEN OTHER
                   ADD 1 TO RejectedCount
                   DISPLAY "Rejected: invalid action " EX-Action
                       " for enumerator " EX-EnumeratorId
           END-EVALUATE.

      * An enumerator needs a non-zero ID, a name, a field office,
      * and a status of active or departed.
       ValidateEnumerator.
           SET EnumeratorIsValid TO TRUE
           IF EX-Status = SPACE
               MOVE "A" TO EX-Status
           END-IF
           IF EX-EnumeratorId NOT NUMERIC OR EX-EnumeratorId = 0
              OR EX-EnumeratorName = SPACES
              OR EX-FieldOffice = SPACES
              OR (EX-Status NOT = "A" AND EX-Status NOT = "D")
               MOVE "N" TO EnumeratorValidFlag
               ADD 1 TO RejectedCount
               DISPLAY "Rejected: enumerator " EX-EnumeratorId
                   " needs an ID, name, office and status A or D"
           END-IF.

       MoveTransactionToEnumerator.
           MOVE EX-EnumeratorName TO EN-EnumeratorName
           MOVE EX-FieldOffice TO EN-FieldOffice
           MOVE EX-Status TO EN-Status
           MOVE BusinessToday TO EN-ChangedDate.

       AddEnumerator.
           PERFORM ValidateEnumerator
           IF EnumeratorIsValid
               PERFORM MoveTransactionToEnumerator
               WRITE EnumeratorRec
                   INVALID KEY
                       ADD 1 TO RejectedCount
                       DISPLAY "Rejected: enumerator " EX-EnumeratorId
                           " already on the master"
                   NOT INVALID KEY
                       ADD 1 TO AddedCount
                       MOVE "EnumeratorMaster.dat" TO WS-FileStatusName
                       PERFORM CheckFileStatus
               END-WRITE
           END-IF.

       UpdateEnumerator.
           PERFORM ValidateEnumerator
           IF EnumeratorIsValid
               READ EnumeratorFile
                   INVALID KEY
                       ADD 1 TO RejectedCount
                       DISPLAY "Rejected: enumerator " EX-EnumeratorId
                           " not on the master on update"
                   NOT INVALID KEY
                       PERFORM MoveTransactionToEnumerator
                       REWRITE EnumeratorRec
                       ADD 1 TO UpdatedCount
                       MOVE "EnumeratorMaster.dat" TO WS-FileStatusName
                       PERFORM CheckFileStatus
               END-READ
           END-IF.

       DeleteEnumerator.
           DELETE EnumeratorFile
               INVALID KEY
                   ADD 1 TO RejectedCount
                   DISPLAY "Rejected: enumerator " EX-EnumeratorId
                       " not on the master on delete"
               NOT INVALID KEY
                   ADD 1 TO DeletedCount
                   MOVE "EnumeratorMaster.dat" TO WS-FileStatusName
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
