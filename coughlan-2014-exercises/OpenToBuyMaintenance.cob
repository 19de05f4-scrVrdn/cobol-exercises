       IDENTIFICATION DIVISION.
       PROGRAM-ID. OpenToBuyMaintenance.
       AUTHOR. io.github.scrvrdn.
      * Companion to PurchaseOrderReview: maintains OpenToBuy.dat,
      * the purchasing budget per category per month, from a
      * keyed-in transaction file -- same pattern as
      * SupplierMaintenance. A budget for a category not on
      * CategoryMaster.dat, or for a month that isn't one, is a
      * keying error and is rejected before it can leave a category
      * unbudgeted without anyone noticing.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OpenToBuyFile ASSIGN TO "OpenToBuy.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OB-Key
               FILE STATUS IS WS-FileStatus.

           SELECT OpenToBuyTransactionFile
               ASSIGN TO "OpenToBuyTransactions.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

           SELECT CategoryFile ASSIGN TO "CategoryMaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CategoryCode
               FILE STATUS IS WS-FileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD OpenToBuyFile.
           COPY OTBBUDG.

      * One transaction per budget being set, amended, or removed:
      * the action code, the category-month pair, and the amount
      * (ignored for a delete).
       FD OpenToBuyTransactionFile.
       01 OpenToBuyTransactionRec.
           88 EndOfOpenToBuyTransactions VALUE HIGH-VALUES.
           02 OV-Action PIC X.
               88 OV-AddBudget VALUE "A".
               88 OV-UpdateBudget VALUE "U".
               88 OV-DeleteBudget VALUE "D".
           02 OV-CategoryCode PIC 9(2).
           02 OV-BudgetMonth PIC 9(6).
           02 OV-BudgetMonthParts REDEFINES OV-BudgetMonth.
              03 OV-BudgetYear PIC 9(4).
              03 OV-BudgetMonthNum PIC 9(2).
           02 OV-BudgetAmount PIC 9(8)V99.

       FD CategoryFile.
           COPY CATREC.

       WORKING-STORAGE SECTION.
       COPY FILESTAT.

       01 AddedCount PIC 9(4) VALUE ZERO.
       01 UpdatedCount PIC 9(4) VALUE ZERO.
       01 DeletedCount PIC 9(4) VALUE ZERO.
       01 RejectedCount PIC 9(4) VALUE ZERO.

       01 BudgetValidFlag PIC X VALUE "N".
           88 BudgetValid VALUE "Y".

       PROCEDURE DIVISION.
       Main.
           OPEN INPUT OpenToBuyTransactionFile
           MOVE "OpenToBuyTransactions.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN INPUT CategoryFile
           MOVE "CategoryMaster.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN I-O OpenToBuyFile
           IF WS-FileStatus = "35"
               OPEN OUTPUT OpenToBuyFile
               CLOSE OpenToBuyFile
               OPEN I-O OpenToBuyFile
           END-IF
           MOVE "OpenToBuy.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           READ OpenToBuyTransactionFile
               AT END SET EndOfOpenToBuyTransactions TO TRUE
           END-READ
           MOVE "OpenToBuyTransactions.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           PERFORM UNTIL EndOfOpenToBuyTransactions
               PERFORM ApplyOpenToBuyTransaction

               READ OpenToBuyTransactionFile
                   AT END SET EndOfOpenToBuyTransactions TO TRUE
               END-READ
               MOVE "OpenToBuyTransactions.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-PERFORM

           CLOSE OpenToBuyTransactionFile
           CLOSE OpenToBuyFile
           CLOSE CategoryFile

           DISPLAY "Budgets added:   " AddedCount
           DISPLAY "Budgets updated: " UpdatedCount
           DISPLAY "Budgets deleted: " DeletedCount
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
      * one of A, U, or D.
       ApplyOpenToBuyTransaction.
           EVALUATE TRUE
               WHEN OV-AddBudget PERFORM AddBudget
               WHEN OV-UpdateBudget PERFORM UpdateBudget
               WHEN OV-DeleteBudget PERFORM DeleteBudget
               WHEN OTHER
                   ADD 1 TO RejectedCount
                   DISPLAY "Rejected: invalid action " OV-Action
                       " for category " OV-CategoryCode
           END-EVALUATE.

       ValidateBudget.
           MOVE "Y" TO BudgetValidFlag

           IF OV-BudgetMonth NOT NUMERIC
              OR OV-BudgetMonthNum < 1 OR OV-BudgetMonthNum > 12
               MOVE "N" TO BudgetValidFlag
               ADD 1 TO RejectedCount
               DISPLAY "Rejected: " OV-BudgetMonth " is not a month "
                   "(CCYYMM) for category " OV-CategoryCode
           ELSE
               MOVE OV-CategoryCode TO CM-CategoryCode
               READ CategoryFile
                   INVALID KEY
                       MOVE "N" TO BudgetValidFlag
                       ADD 1 TO RejectedCount
                       DISPLAY "Rejected: category " OV-CategoryCode
                           " not on CategoryMaster.dat"
                   NOT INVALID KEY
                       CONTINUE
               END-READ

               IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
                  MOVE "CategoryMaster.dat" TO WS-FileStatusName
                  PERFORM CheckFileStatus
               END-IF
           END-IF.

       AddBudget.
           PERFORM ValidateBudget
           IF BudgetValid
               MOVE OV-CategoryCode TO OB-CategoryCode
               MOVE OV-BudgetMonth TO OB-BudgetMonth
               MOVE OV-BudgetAmount TO OB-BudgetAmount
               WRITE OpenToBuyRec
                   INVALID KEY
                       ADD 1 TO RejectedCount
                       DISPLAY "Rejected: category " OV-CategoryCode
                           " already has a budget for "
                           OV-BudgetMonth
                   NOT INVALID KEY
                       ADD 1 TO AddedCount
                       MOVE "OpenToBuy.dat" TO WS-FileStatusName
                       PERFORM CheckFileStatus
               END-WRITE
           END-IF.

       UpdateBudget.
           PERFORM ValidateBudget
           IF BudgetValid
               MOVE OV-CategoryCode TO OB-CategoryCode
               MOVE OV-BudgetMonth TO OB-BudgetMonth
               READ OpenToBuyFile
                   INVALID KEY
                       ADD 1 TO RejectedCount
                       DISPLAY "Rejected: no budget on file for "
                           "category " OV-CategoryCode " in "
                           OV-BudgetMonth " on update"
                   NOT INVALID KEY
                       MOVE OV-BudgetAmount TO OB-BudgetAmount
                       REWRITE OpenToBuyRec
                       ADD 1 TO UpdatedCount
                       MOVE "OpenToBuy.dat" TO WS-FileStatusName
                       PERFORM CheckFileStatus
               END-READ
           END-IF.

       DeleteBudget.
           MOVE OV-CategoryCode TO OB-CategoryCode
           MOVE OV-BudgetMonth TO OB-BudgetMonth
           DELETE OpenToBuyFile
               INVALID KEY
                   ADD 1 TO RejectedCount
                   DISPLAY "Rejected: no budget on file for "
                       "category " OV-CategoryCode " in "
                       OV-BudgetMonth " on delete"
               NOT INVALID KEY
                   ADD 1 TO DeletedCount
                   MOVE "OpenToBuy.dat" TO WS-FileStatusName
                   PERFORM CheckFileStatus
           END-DELETE.
