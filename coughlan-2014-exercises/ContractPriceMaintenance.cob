       IDENTIFICATION DIVISION.
       PROGRAM-ID. ContractPriceMaintenance.
       AUTHOR. io.github.scrvrdn.
      * Companion to PointOfSale: maintains ContractPrices.dat, the
      * prices negotiated with trade customers, from a keyed-in
      * transaction file -- same pattern as PromotionMaintenance. A
      * contract names the customer, then either one gadget at a
      * fixed price or a percentage off, or a whole category at a
      * percentage off, with the dates it runs between. The customer
      * must be on CustomerMaster.dat, the gadget on GadgetStock.dat
      * and the category on CategoryMaster.dat; crossed dates, no
      * price at all, or both a price and a percentage are keying
      * errors and are rejected.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ContractPriceFile ASSIGN TO "ContractPrices.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-ContractKey
               FILE STATUS IS WS-FileStatus.

           SELECT ContractTransactionFile
               ASSIGN TO "ContractTransactions.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

           SELECT CustomerFile ASSIGN TO "CustomerMaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CustomerNumber
               FILE STATUS IS WS-FileStatus.

           SELECT StockFile ASSIGN TO "GadgetStock.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GadgedID
               FILE STATUS IS WS-FileStatus.

           SELECT CategoryFile ASSIGN TO "CategoryMaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CategoryCode
               FILE STATUS IS WS-FileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD ContractPriceFile.
           COPY CONTRPRC.

      * One transaction per contract line being set up, amended, or
      * ended early: the action code, the key, and the terms
      * (ignored for a delete).
       FD ContractTransactionFile.
       01 ContractTransactionRec.
           88 EndOfContractTransactions VALUE HIGH-VALUES.
           02 CX-Action PIC X.
               88 CX-AddContract VALUE "A".
               88 CX-UpdateContract VALUE "U".
               88 CX-DeleteContract VALUE "D".
           02 CX-CustomerNumber PIC 9(6).
           02 CX-Scope PIC X.
               88 CX-GadgetScope VALUE "G".
               88 CX-CategoryScope VALUE "C".
           02 CX-ScopeCode PIC 9(6).
           02 CX-ContractPrice PIC 9(4)V99.
           02 CX-DiscountPct PIC 9(2)V9.
           02 CX-StartDate PIC 9(8).
           02 CX-EndDate PIC 9(8).

       FD CustomerFile.
           COPY CUSTREC.

       FD StockFile.
           COPY STOCKREC.

       FD CategoryFile.
           COPY CATREC.

       WORKING-STORAGE SECTION.
       COPY FILESTAT.

       01 AddedCount PIC 9(4) VALUE ZERO.
       01 UpdatedCount PIC 9(4) VALUE ZERO.
       01 DeletedCount PIC 9(4) VALUE ZERO.
       01 RejectedCount PIC 9(4) VALUE ZERO.

       01 ContractValidFlag PIC X VALUE "N".
           88 ContractValid VALUE "Y".

       PROCEDURE DIVISION.
       Main.
           OPEN INPUT ContractTransactionFile
           MOVE "ContractTransactions.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN INPUT CustomerFile
           MOVE "CustomerMaster.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN INPUT StockFile
           MOVE "GadgetStock.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN INPUT CategoryFile
           MOVE "CategoryMaster.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN I-O ContractPriceFile
           IF WS-FileStatus = "35"
               OPEN OUTPUT ContractPriceFile
               CLOSE ContractPriceFile
               OPEN I-O ContractPriceFile
           END-IF
           MOVE "ContractPrices.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           READ ContractTransactionFile
               AT END SET EndOfContractTransactions TO TRUE
           END-READ
           MOVE "ContractTransactions.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           PERFORM UNTIL EndOfContractTransactions
               PERFORM ApplyContractTransaction

               READ ContractTransactionFile
                   AT END SET EndOfContractTransactions TO TRUE
               END-READ
               MOVE "ContractTransactions.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-PERFORM

           CLOSE ContractTransactionFile
           CLOSE ContractPriceFile
           CLOSE CustomerFile
           CLOSE StockFile
           CLOSE CategoryFile

           DISPLAY "Contracts added:   " AddedCount
           DISPLAY "Contracts updated: " UpdatedCount
           DISPLAY "Contracts deleted: " DeletedCount
           DISPLAY "Rejected:          " RejectedCount

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
       ApplyContractTransaction.
           EVALUATE TRUE
               WHEN CX-AddContract PERFORM AddContract
               WHEN CX-UpdateContract PERFORM UpdateContract
               WHEN CX-DeleteContract PERFORM DeleteContract
               WHEN OTHER
                   ADD 1 TO RejectedCount
                   DISPLAY "Rejected: invalid action " CX-Action
                       " for customer " CX-CustomerNumber
           END-EVALUATE.

      * The terms must make sense on their own -- dates in order,
      * exactly one of a price or a percentage, a percentage short
      * of giving the goods away, and no fixed price across a whole
      * category of differently-priced gadgets -- and everything the
      * key names must exist.
       ValidateContract.
           MOVE "Y" TO ContractValidFlag

           EVALUATE TRUE
               WHEN NOT CX-GadgetScope AND NOT CX-CategoryScope
                   MOVE "N" TO ContractValidFlag
                   DISPLAY "Rejected: scope " CX-Scope " for customer "
                       CX-CustomerNumber " must be G or C"
               WHEN CX-StartDate > CX-EndDate
                   MOVE "N" TO ContractValidFlag
                   DISPLAY "Rejected: contract for customer "
                       CX-CustomerNumber " starts " CX-StartDate
                       " after it ends " CX-EndDate
               WHEN CX-ContractPrice = ZERO AND CX-DiscountPct = ZERO
                   MOVE "N" TO ContractValidFlag
                   DISPLAY "Rejected: contract for customer "
                       CX-CustomerNumber " has no price or percentage"
               WHEN CX-ContractPrice > ZERO AND CX-DiscountPct > ZERO
                   MOVE "N" TO ContractValidFlag
                   DISPLAY "Rejected: contract for customer "
                       CX-CustomerNumber " has both a price and a "
                       "percentage"
               WHEN CX-DiscountPct NOT < 100
                   MOVE "N" TO ContractValidFlag
                   DISPLAY "Rejected: " CX-DiscountPct "% off for "
                       "customer " CX-CustomerNumber
               WHEN CX-CategoryScope AND CX-ContractPrice > ZERO
                   MOVE "N" TO ContractValidFlag
                   DISPLAY "Rejected: category contract for customer "
                       CX-CustomerNumber " must be a percentage"
           END-EVALUATE

           IF ContractValid
               PERFORM ValidateContractKey
           END-IF

           IF NOT ContractValid
               ADD 1 TO RejectedCount
           END-IF.

       ValidateContractKey.
           MOVE CX-CustomerNumber TO CU-CustomerNumber
           READ CustomerFile
               INVALID KEY
                   MOVE "N" TO ContractValidFlag
                   DISPLAY "Rejected: customer " CX-CustomerNumber
                       " not on CustomerMaster.dat"
           END-READ
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
              MOVE "CustomerMaster.dat" TO WS-FileStatusName
              PERFORM CheckFileStatus
           END-IF

           IF ContractValid AND CX-GadgetScope
               MOVE CX-ScopeCode TO GadgedID
               READ StockFile
                   INVALID KEY
                       MOVE "N" TO ContractValidFlag
                       DISPLAY "Rejected: GadgedID " CX-ScopeCode
                           " not on GadgetStock.dat"
               END-READ
               IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
                  MOVE "GadgetStock.dat" TO WS-FileStatusName
                  PERFORM CheckFileStatus
               END-IF
           END-IF

           IF ContractValid AND CX-CategoryScope
               IF CX-ScopeCode > 99
                   MOVE "N" TO ContractValidFlag
               ELSE
                   MOVE CX-ScopeCode TO CM-CategoryCode
                   READ CategoryFile
                       INVALID KEY
                           MOVE "N" TO ContractValidFlag
                   END-READ
                   IF WS-FileStatus NOT = "00"
                      AND WS-FileStatus NOT = "23"
                      MOVE "CategoryMaster.dat" TO WS-FileStatusName
                      PERFORM CheckFileStatus
                   END-IF
               END-IF
               IF NOT ContractValid
                   DISPLAY "Rejected: category " CX-ScopeCode
                       " not on CategoryMaster.dat"
               END-IF
           END-IF.

       MoveContractTerms.
           MOVE CX-ContractPrice TO CT-ContractPrice
           MOVE CX-DiscountPct TO CT-DiscountPct
           MOVE CX-StartDate TO CT-StartDate
           MOVE CX-EndDate TO CT-EndDate.

       MoveContractKey.
           MOVE CX-CustomerNumber TO CT-CustomerNumber
           MOVE CX-Scope TO CT-Scope
           MOVE CX-ScopeCode TO CT-ScopeCode.

       AddContract.
           PERFORM ValidateContract
           IF ContractValid
               PERFORM MoveContractKey
               PERFORM MoveContractTerms
               WRITE ContractPriceRec
                   INVALID KEY
                       ADD 1 TO RejectedCount
                       DISPLAY "Rejected: customer " CX-CustomerNumber
                           " already has a contract on " CX-Scope
                           " " CX-ScopeCode
                   NOT INVALID KEY
                       ADD 1 TO AddedCount
                       MOVE "ContractPrices.dat" TO WS-FileStatusName
                       PERFORM CheckFileStatus
               END-WRITE
           END-IF.

       UpdateContract.
           PERFORM ValidateContract
           IF ContractValid
               PERFORM MoveContractKey
               READ ContractPriceFile
                   INVALID KEY
                       ADD 1 TO RejectedCount
                       DISPLAY "Rejected: no contract for customer "
                           CX-CustomerNumber " on " CX-Scope " "
                           CX-ScopeCode " on update"
                   NOT INVALID KEY
                       PERFORM MoveContractTerms
                       REWRITE ContractPriceRec
                       ADD 1 TO UpdatedCount
                       MOVE "ContractPrices.dat" TO WS-FileStatusName
                       PERFORM CheckFileStatus
               END-READ
           END-IF.

       DeleteContract.
           PERFORM MoveContractKey
           DELETE ContractPriceFile
               INVALID KEY
                   ADD 1 TO RejectedCount
                   DISPLAY "Rejected: no contract for customer "
                       CX-CustomerNumber " on " CX-Scope " "
                       CX-ScopeCode " on delete"
               NOT INVALID KEY
                   ADD 1 TO DeletedCount
                   MOVE "ContractPrices.dat" TO WS-FileStatusName
                   PERFORM CheckFileStatus
           END-DELETE.
