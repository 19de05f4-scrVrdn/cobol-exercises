       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConsignmentMaintenance.
       AUTHOR. io.github.scrvrdn.
      * Maintains ConsignmentStock.dat, the register of gadgets a
      * supplier has placed with us on consignment, from a keyed-in
      * transaction file -- same pattern as SupplierMaintenance. A
      * consignment is placed (A), has its per-unit payable amended
      * (U), or is ended (E) on the day the supplier takes the
      * balance back or we buy it outright. An ended consignment
      * stays on the register so the settlement run can still pay
      * for what sold before the end; placing the gadget again
      * reopens it from the new start date.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ConsignmentFile ASSIGN TO "ConsignmentStock.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CN-GadgedID
               FILE STATUS IS WS-FileStatus.

           SELECT ConsignmentTransactionFile
               ASSIGN TO "ConsignmentTransactions.dat"
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

       FD ConsignmentFile.
           COPY CONSIGN.

      * One transaction per consignment being placed, amended, or
      * ended: the action code, the gadget, the consigning supplier
      * and what we pay them per unit sold (both ignored for an
      * end), and the day it takes effect -- the start for a
      * placing, the end for an ending. A zero date takes today.
       FD ConsignmentTransactionFile.
       01 ConsignmentTransactionRec.
           88 EndOfConsignmentTransactions VALUE HIGH-VALUES.
           02 CV-Action PIC X.
               88 CV-PlaceConsignment VALUE "A".
               88 CV-UpdateConsignment VALUE "U".
               88 CV-EndConsignment VALUE "E".
           02 CV-GadgedID PIC 9(6).
           02 CV-SupplierID PIC 9(5).
           02 CV-UnitPayable PIC 9(4)V99.
           02 CV-EffectiveDate PIC 9(8).

       FD StockFile.
           COPY STOCKREC.

       FD SupplierFile.
           COPY SUPPREC.

       WORKING-STORAGE SECTION.
       01 BusinessToday PIC 9(8) VALUE ZEROS.
       COPY FILESTAT.

       01 PlacedCount PIC 9(4) VALUE ZERO.
       01 UpdatedCount PIC 9(4) VALUE ZERO.
       01 EndedCount PIC 9(4) VALUE ZERO.
       01 RejectedCount PIC 9(4) VALUE ZERO.

       01 ConsignmentValidFlag PIC X VALUE "N".
           88 ConsignmentValid VALUE "Y".
       01 EffectiveDate PIC 9(8).

       PROCEDURE DIVISION.
       Main.
           PERFORM GetBusinessDate

           OPEN INPUT ConsignmentTransactionFile
           MOVE "ConsignmentTransactions.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN INPUT StockFile
           MOVE "GadgetStock.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN INPUT SupplierFile
           MOVE "SupplierMaster.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN I-O ConsignmentFile
           IF WS-FileStatus = "35"
               OPEN OUTPUT ConsignmentFile
               CLOSE ConsignmentFile
               OPEN I-O ConsignmentFile
           END-IF
           MOVE "ConsignmentStock.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           READ ConsignmentTransactionFile
               AT END SET EndOfConsignmentTransactions TO TRUE
           END-READ
           MOVE "ConsignmentTransactions.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           PERFORM UNTIL EndOfConsignmentTransactions
               PERFORM ApplyConsignmentTransaction

               READ ConsignmentTransactionFile
                   AT END SET EndOfConsignmentTransactions TO TRUE
               END-READ
               MOVE "ConsignmentTransactions.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-PERFORM

           CLOSE ConsignmentTransactionFile
           CLOSE ConsignmentFile
           CLOSE StockFile
           CLOSE SupplierFile

           DISPLAY "Consignments placed:  " PlacedCount
           DISPLAY "Consignments updated: " UpdatedCount
           DISPLAY "Consignments ended:   " EndedCount
           DISPLAY "Rejected:             " RejectedCount

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
      * one of A, U, or E.
       ApplyConsignmentTransaction.
           IF CV-EffectiveDate NOT NUMERIC OR CV-EffectiveDate = ZEROS
               MOVE BusinessToday TO EffectiveDate
           ELSE
               MOVE CV-EffectiveDate TO EffectiveDate
           END-IF

           EVALUATE TRUE
               WHEN CV-PlaceConsignment PERFORM PlaceConsignment
               WHEN CV-UpdateConsignment PERFORM UpdateConsignment
               WHEN CV-EndConsignment PERFORM EndConsignment
               WHEN OTHER
                   ADD 1 TO RejectedCount
                   DISPLAY "Rejected: invalid action " CV-Action
                       " for gadget " CV-GadgedID
           END-EVALUATE.

      * The gadget must be one we stock, the supplier one we deal
      * with, and the payable a real amount -- a consignment paid at
      * nothing would never be settled.
       ValidateConsignment.
           MOVE "Y" TO ConsignmentValidFlag

           MOVE CV-GadgedID TO GadgedID
           READ StockFile
               INVALID KEY
                   MOVE "N" TO ConsignmentValidFlag
                   ADD 1 TO RejectedCount
                   DISPLAY "Rejected: gadget " CV-GadgedID
                       " not on GadgetStock.dat"
               NOT INVALID KEY
                   CONTINUE
           END-READ
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
              MOVE "GadgetStock.dat" TO WS-FileStatusName
              PERFORM CheckFileStatus
           END-IF

           IF ConsignmentValid
               MOVE CV-SupplierID TO SupplierID OF SupplierRecord
               READ SupplierFile
                   INVALID KEY
                       MOVE "N" TO ConsignmentValidFlag
                       ADD 1 TO RejectedCount
                       DISPLAY "Rejected: supplier " CV-SupplierID
                           " not on SupplierMaster.dat for gadget "
                           CV-GadgedID
                   NOT INVALID KEY
                       CONTINUE
               END-READ
               IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
                  MOVE "SupplierMaster.dat" TO WS-FileStatusName
                  PERFORM CheckFileStatus
               END-IF
           END-IF

           IF ConsignmentValid
               IF CV-UnitPayable NOT NUMERIC OR CV-UnitPayable = ZERO
                   MOVE "N" TO ConsignmentValidFlag
                   ADD 1 TO RejectedCount
                   DISPLAY "Rejected: no unit payable for gadget "
                       CV-GadgedID
               END-IF
           END-IF.

      * A new consignment, or a gadget placed again after an earlier
      * consignment ended. One still open can't be placed twice.
       PlaceConsignment.
           PERFORM ValidateConsignment
           IF ConsignmentValid
               MOVE CV-GadgedID TO CN-GadgedID
               READ ConsignmentFile
                   INVALID KEY
                       PERFORM WriteNewConsignment
                   NOT INVALID KEY
                       IF CN-EndDate = ZEROS
                           ADD 1 TO RejectedCount
                           DISPLAY "Rejected: gadget " CV-GadgedID
                               " already on consignment from "
                               CN-StartDate
                       ELSE
                           PERFORM ReopenConsignment
                       END-IF
               END-READ
               IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
                  MOVE "ConsignmentStock.dat" TO WS-FileStatusName
                  PERFORM CheckFileStatus
               END-IF
           END-IF.

       WriteNewConsignment.
           MOVE CV-GadgedID TO CN-GadgedID
           MOVE CV-SupplierID TO CN-SupplierID
           MOVE CV-UnitPayable TO CN-UnitPayable
           MOVE EffectiveDate TO CN-StartDate
           MOVE ZEROS TO CN-EndDate
           WRITE ConsignmentRec
           MOVE "ConsignmentStock.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus
           ADD 1 TO PlacedCount.

       ReopenConsignment.
           MOVE CV-SupplierID TO CN-SupplierID
           MOVE CV-UnitPayable TO CN-UnitPayable
           MOVE EffectiveDate TO CN-StartDate
           MOVE ZEROS TO CN-EndDate
           REWRITE ConsignmentRec
           MOVE "ConsignmentStock.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus
           ADD 1 TO PlacedCount.

      * A new per-unit payable, from the next settlement on. The
      * supplier and start stand as placed.
       UpdateConsignment.
           IF CV-UnitPayable NOT NUMERIC OR CV-UnitPayable = ZERO
               ADD 1 TO RejectedCount
               DISPLAY "Rejected: no unit payable for gadget "
                   CV-GadgedID
           ELSE
               MOVE CV-GadgedID TO CN-GadgedID
               READ ConsignmentFile
                   INVALID KEY
                       ADD 1 TO RejectedCount
                       DISPLAY "Rejected: gadget " CV-GadgedID
                           " not on consignment on update"
                   NOT INVALID KEY
                       MOVE CV-UnitPayable TO CN-UnitPayable
                       REWRITE ConsignmentRec
                       ADD 1 TO UpdatedCount
                       MOVE "ConsignmentStock.dat" TO WS-FileStatusName
                       PERFORM CheckFileStatus
               END-READ
               IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
                  MOVE "ConsignmentStock.dat" TO WS-FileStatusName
                  PERFORM CheckFileStatus
               END-IF
           END-IF.

      * Ends an open consignment on the effective date -- from then
      * on the gadget's stock is ours and valued like any other.
       EndConsignment.
           MOVE CV-GadgedID TO CN-GadgedID
           READ ConsignmentFile
               INVALID KEY
                   ADD 1 TO RejectedCount
                   DISPLAY "Rejected: gadget " CV-GadgedID
                       " not on consignment on end"
               NOT INVALID KEY
                   IF CN-EndDate NOT = ZEROS
                       ADD 1 TO RejectedCount
                       DISPLAY "Rejected: consignment of gadget "
                           CV-GadgedID " already ended " CN-EndDate
                   ELSE
                       IF EffectiveDate < CN-StartDate
                           ADD 1 TO RejectedCount
                           DISPLAY "Rejected: end " EffectiveDate
                               " before the start " CN-StartDate
                               " for gadget " CV-GadgedID
                       ELSE
                           MOVE EffectiveDate TO CN-EndDate
                           REWRITE ConsignmentRec
                           ADD 1 TO EndedCount
                           MOVE "ConsignmentStock.dat"
                               TO WS-FileStatusName
                           PERFORM CheckFileStatus
                       END-IF
                   END-IF
           END-READ
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
              MOVE "ConsignmentStock.dat" TO WS-FileStatusName
              PERFORM CheckFileStatus
           END-IF.


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
