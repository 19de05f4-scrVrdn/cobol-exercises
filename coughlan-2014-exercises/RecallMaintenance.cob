       IDENTIFICATION DIVISION.
       PROGRAM-ID. RecallMaintenance.
       AUTHOR. io.github.scrvrdn.
      * Maintains Recalls.dat, the manufacturers' recalls, from a
      * keyed-in transaction file -- same pattern as
      * SupplierMaintenance. A recall is (A)dded open the day the
      * notice arrives, (U)pdated while open as the manufacturer
      * narrows or widens the affected units, and (C)losed once the
      * remedy is done, which lifts PointOfSale's block on the
      * gadget. Closed recalls stay on file as the record of what
      * was traced; nothing is deleted.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RecallFile ASSIGN TO "Recalls.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-RecallNumber
               FILE STATUS IS WS-FileStatus.

           SELECT RecallTransactionFile
               ASSIGN TO "RecallTransactions.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

           SELECT StockFile ASSIGN TO "GadgetStock.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GadgedID
               FILE STATUS IS WS-FileStatus.

           SELECT SupplierFile ASSIGN TO "SupplierMaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SupplierID OF SupplierRecord
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

       FD RecallFile.
           COPY RECALREC.

      * One transaction per recall being opened, amended, or closed:
      * the action code, the recall number, and the full set of
      * recall fields (only the number is read for a close).
       FD RecallTransactionFile.
       01 RecallTransactionRec.
           88 EndOfRecallTransactions VALUE HIGH-VALUES.
           02 RT-Action PIC X.
               88 RT-AddRecall VALUE "A".
               88 RT-UpdateRecall VALUE "U".
               88 RT-CloseRecall VALUE "C".
           02 RT-RecallNumber PIC 9(6).
           02 RT-GadgedID PIC 9(6).
           02 RT-SupplierID PIC 9(5).
           02 RT-SerialFrom PIC X(12).
           02 RT-SerialTo PIC X(12).
           02 RT-ReceivedFrom PIC 9(8).
           02 RT-ReceivedTo PIC 9(8).
           02 RT-Reference PIC X(30).

       FD StockFile.
           COPY STOCKREC.

       FD SupplierFile.
           COPY SUPPREC.

       WORKING-STORAGE SECTION.
       01 BusinessToday PIC 9(8) VALUE ZEROS.
       COPY FILESTAT.

       01 AddedCount PIC 9(4) VALUE ZERO.
       01 UpdatedCount PIC 9(4) VALUE ZERO.
       01 ClosedCount PIC 9(4) VALUE ZERO.
       01 RejectedCount PIC 9(4) VALUE ZERO.

       01 RecallValidFlag PIC X VALUE "N".
           88 RecallValid VALUE "Y".

       PROCEDURE DIVISION.
       Main.
           PERFORM GetBusinessDate

           OPEN INPUT RecallTransactionFile
           MOVE "RecallTransactions.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN INPUT StockFile
           MOVE "GadgetStock.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN INPUT SupplierFile
           MOVE "SupplierMaster.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN I-O RecallFile
           IF WS-FileStatus = "35"
               OPEN OUTPUT RecallFile
               CLOSE RecallFile
               OPEN I-O RecallFile
           END-IF
           MOVE "Recalls.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           READ RecallTransactionFile
               AT END SET EndOfRecallTransactions TO TRUE
           END-READ
           MOVE "RecallTransactions.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           PERFORM UNTIL EndOfRecallTransactions
               PERFORM ApplyRecallTransaction

               READ RecallTransactionFile
                   AT END SET EndOfRecallTransactions TO TRUE
               END-READ
               MOVE "RecallTransactions.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-PERFORM

           CLOSE RecallTransactionFile
           CLOSE RecallFile
           CLOSE StockFile
           CLOSE SupplierFile

           DISPLAY "Recalls opened:  " AddedCount
           DISPLAY "Recalls amended: " UpdatedCount
           DISPLAY "Recalls closed:  " ClosedCount
           DISPLAY "Rejected:        " RejectedCount

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
      * one of A, U, or C.
       ApplyRecallTransaction.
           EVALUATE TRUE
               WHEN RT-AddRecall PERFORM AddRecall
               WHEN RT-UpdateRecall PERFORM UpdateRecall
               WHEN RT-CloseRecall PERFORM CloseRecall
               WHEN OTHER
                   ADD 1 TO RejectedCount
                   DISPLAY "Rejected: invalid action " RT-Action
                       " for recall " RT-RecallNumber
           END-EVALUATE.

      * The gadget must be one the shop holds, a named supplier one
      * on the master, and each range the right way round -- a
      * recall that matches nothing would block nothing and trace
      * nobody without anyone noticing.
       ValidateRecall.
           MOVE "Y" TO RecallValidFlag

           MOVE RT-GadgedID TO GadgedID
           READ StockFile
               INVALID KEY
                   MOVE "N" TO RecallValidFlag
                   DISPLAY "Rejected: recall " RT-RecallNumber
                       " names GadgedID " RT-GadgedID
                       " not on GadgetStock.dat"
               NOT INVALID KEY
                   CONTINUE
           END-READ
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
              MOVE "GadgetStock.dat" TO WS-FileStatusName
              PERFORM CheckFileStatus
           END-IF

           IF RecallValid AND RT-SupplierID NOT = ZERO
               MOVE RT-SupplierID TO SupplierID OF SupplierRecord
               READ SupplierFile
                   INVALID KEY
                       MOVE "N" TO RecallValidFlag
                       DISPLAY "Rejected: recall " RT-RecallNumber
                           " names SupplierID " RT-SupplierID
                           " not on SupplierMaster.dat"
                   NOT INVALID KEY
                       CONTINUE
               END-READ
               IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
                  MOVE "SupplierMaster.dat" TO WS-FileStatusName
                  PERFORM CheckFileStatus
               END-IF
           END-IF

           IF RecallValid AND RT-SerialTo NOT = SPACES
              AND (RT-SerialFrom = SPACES
                   OR RT-SerialTo < RT-SerialFrom)
               MOVE "N" TO RecallValidFlag
               DISPLAY "Rejected: recall " RT-RecallNumber
                   " serial range " RT-SerialFrom " to " RT-SerialTo
                   " runs backwards"
           END-IF

           IF RecallValid AND RT-ReceivedTo NOT = ZERO
              AND RT-ReceivedTo < RT-ReceivedFrom
               MOVE "N" TO RecallValidFlag
               DISPLAY "Rejected: recall " RT-RecallNumber
                   " received range " RT-ReceivedFrom " to "
                   RT-ReceivedTo " runs backwards"
           END-IF

           IF NOT RecallValid
               ADD 1 TO RejectedCount
           END-IF.

       MoveRecallFields.
           MOVE RT-GadgedID TO RC-GadgedID
           MOVE RT-SupplierID TO RC-SupplierID
           MOVE RT-SerialFrom TO RC-SerialFrom
           MOVE RT-SerialTo TO RC-SerialTo
           MOVE RT-ReceivedFrom TO RC-ReceivedFrom
           MOVE RT-ReceivedTo TO RC-ReceivedTo
           MOVE RT-Reference TO RC-Reference.

       AddRecall.
           PERFORM ValidateRecall
           IF RecallValid
               MOVE RT-RecallNumber TO RC-RecallNumber
               PERFORM MoveRecallFields
               SET RC-Open TO TRUE
               MOVE BusinessToday TO RC-OpenedDate
               MOVE ZEROS TO RC-ClosedDate
               WRITE RecallRec
                   INVALID KEY
                       ADD 1 TO RejectedCount
                       DISPLAY "Rejected: duplicate recall "
                           RT-RecallNumber " on add"
                   NOT INVALID KEY
                       ADD 1 TO AddedCount
                       MOVE "Recalls.dat" TO WS-FileStatusName
                       PERFORM CheckFileStatus
                       DISPLAY "Recall " RC-RecallNumber " opened - "
                           FUNCTION TRIM(GadgetName)
                           " blocked from sale"
               END-WRITE
           END-IF.

      * A closed recall is history; amending it would rewrite what
      * was traced, so only an open one can be updated.
       UpdateRecall.
           PERFORM ValidateRecall
           IF RecallValid
               MOVE RT-RecallNumber TO RC-RecallNumber
               READ RecallFile
                   INVALID KEY
                       ADD 1 TO RejectedCount
                       DISPLAY "Rejected: recall " RT-RecallNumber
                           " not found on update"
                   NOT INVALID KEY
                       IF RC-Closed
                           ADD 1 TO RejectedCount
                           DISPLAY "Rejected: recall "
                               RT-RecallNumber " is closed"
                       ELSE
                           PERFORM MoveRecallFields
                           REWRITE RecallRec
                           ADD 1 TO UpdatedCount
                           MOVE "Recalls.dat" TO WS-FileStatusName
                           PERFORM CheckFileStatus
                       END-IF
               END-READ
           END-IF.

       CloseRecall.
           MOVE RT-RecallNumber TO RC-RecallNumber
           READ RecallFile
               INVALID KEY
                   ADD 1 TO RejectedCount
                   DISPLAY "Rejected: recall " RT-RecallNumber
                       " not found on close"
               NOT INVALID KEY
                   IF RC-Closed
                       ADD 1 TO RejectedCount
                       DISPLAY "Rejected: recall " RT-RecallNumber
                           " is already closed"
                   ELSE
                       SET RC-Closed TO TRUE
                       MOVE BusinessToday TO RC-ClosedDate
                       REWRITE RecallRec
                       ADD 1 TO ClosedCount
                       MOVE "Recalls.dat" TO WS-FileStatusName
                       PERFORM CheckFileStatus
                   END-IF
           END-READ.


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
