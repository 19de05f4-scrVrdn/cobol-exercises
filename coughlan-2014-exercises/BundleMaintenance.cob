       IDENTIFICATION DIVISION.
       PROGRAM-ID. BundleMaintenance.
       AUTHOR. io.github.scrvrdn.
      * Companion to PointOfSale: maintains BundleMaster.dat, the kits
      * the till sells as one line, from a keyed-in transaction file
      * -- same pattern as PromotionMaintenance. A kit must carry a
      * price and at least one component; every component must be a
      * live gadget on GadgetStock.dat, listed once, with a quantity;
      * and the kit's own number must not collide with a real
      * GadgedID, or a kit line and a gadget line could never be told
      * apart on the journal.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BundleFile ASSIGN TO "BundleMaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BN-KitID
               FILE STATUS IS WS-FileStatus.

           SELECT BundleTransactionFile
               ASSIGN TO "BundleTransactions.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

           SELECT StockFile ASSIGN TO "GadgetStock.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GadgedID
               FILE STATUS IS WS-FileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD BundleFile.
           COPY BUNDLREC.

      * One transaction per kit being set up, re-priced or re-made,
      * or withdrawn: the action code, the kit, and its full make-up
      * (everything but the number is ignored for a delete).
       FD BundleTransactionFile.
       01 BundleTransactionRec.
           88 EndOfBundleTransactions VALUE HIGH-VALUES.
           02 KT-Action PIC X.
               88 KT-AddKit VALUE "A".
               88 KT-UpdateKit VALUE "U".
               88 KT-DeleteKit VALUE "D".
           02 KT-KitID PIC 9(6).
           02 KT-KitName PIC X(30).
           02 KT-KitPrice PIC 9(4)V99.
           02 KT-ComponentCount PIC 99.
           02 KT-Component OCCURS 8 TIMES.
              03 KT-CompGadgedID PIC 9(6).
              03 KT-CompQty PIC 9(3).

       FD StockFile.
           COPY STOCKREC.

       WORKING-STORAGE SECTION.
       COPY FILESTAT.

       01 AddedCount PIC 9(4) VALUE ZERO.
       01 UpdatedCount PIC 9(4) VALUE ZERO.
       01 DeletedCount PIC 9(4) VALUE ZERO.
       01 RejectedCount PIC 9(4) VALUE ZERO.

       01 KitValidFlag PIC X VALUE "N".
           88 KitValid VALUE "Y".
       01 CompIdx PIC 99.
       01 OtherCompIdx PIC 99.

       PROCEDURE DIVISION.
       Main.
           OPEN INPUT BundleTransactionFile
           MOVE "BundleTransactions.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN INPUT StockFile
           MOVE "GadgetStock.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN I-O BundleFile
           IF WS-FileStatus = "35"
               OPEN OUTPUT BundleFile
               CLOSE BundleFile
               OPEN I-O BundleFile
           END-IF
           MOVE "BundleMaster.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           READ BundleTransactionFile
               AT END SET EndOfBundleTransactions TO TRUE
           END-READ
           MOVE "BundleTransactions.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           PERFORM UNTIL EndOfBundleTransactions
               PERFORM ApplyBundleTransaction

               READ BundleTransactionFile
                   AT END SET EndOfBundleTransactions TO TRUE
               END-READ
               MOVE "BundleTransactions.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-PERFORM

           CLOSE BundleTransactionFile
           CLOSE BundleFile
           CLOSE StockFile

           DISPLAY "Kits added:   " AddedCount
           DISPLAY "Kits updated: " UpdatedCount
           DISPLAY "Kits deleted: " DeletedCount
           DISPLAY "Rejected:     " RejectedCount

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
       ApplyBundleTransaction.
           EVALUATE TRUE
               WHEN KT-AddKit PERFORM AddKit
               WHEN KT-UpdateKit PERFORM UpdateKit
               WHEN KT-DeleteKit PERFORM DeleteKit
               WHEN OTHER
                   ADD 1 TO RejectedCount
                   DISPLAY "Rejected: invalid action " KT-Action
                       " for kit " KT-KitID
           END-EVALUATE.

      * The kit must be priced and made of something, its number
      * must not be a real gadget's, and every component must pass
      * ValidateComponent. The first failure rejects the whole
      * transaction -- a kit half-set-up would sell short at the till.
       ValidateKit.
           MOVE "Y" TO KitValidFlag

           IF KT-KitPrice = ZERO
               MOVE "N" TO KitValidFlag
               DISPLAY "Rejected: zero kit price for kit " KT-KitID
           ELSE
           IF KT-ComponentCount NOT NUMERIC
              OR KT-ComponentCount = ZERO
              OR KT-ComponentCount > 8
               MOVE "N" TO KitValidFlag
               DISPLAY "Rejected: kit " KT-KitID " must list 1 to 8 "
                   "components"
           ELSE
               MOVE KT-KitID TO GadgedID
               READ StockFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "N" TO KitValidFlag
                       DISPLAY "Rejected: kit number " KT-KitID
                           " is already a GadgedID on GadgetStock.dat"
               END-READ

               IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
                  MOVE "GadgetStock.dat" TO WS-FileStatusName
                  PERFORM CheckFileStatus
               END-IF

               PERFORM VARYING CompIdx FROM 1 BY 1
                     UNTIL CompIdx > KT-ComponentCount
                        OR NOT KitValid
                   PERFORM ValidateComponent
               END-PERFORM
           END-IF
           END-IF

           IF NOT KitValid
               ADD 1 TO RejectedCount
           END-IF.

      * One component: a quantity, listed only once in the kit, and a
      * gadget on GadgetStock.dat that is still sold -- a delisted
      * component would leave the kit unsellable from the day it
      * was set up.
       ValidateComponent.
           IF KT-CompQty(CompIdx) NOT NUMERIC
              OR KT-CompQty(CompIdx) = ZERO
               MOVE "N" TO KitValidFlag
               DISPLAY "Rejected: kit " KT-KitID " component "
                   KT-CompGadgedID(CompIdx) " has no quantity"
           ELSE
               PERFORM VARYING OtherCompIdx FROM 1 BY 1
                     UNTIL OtherCompIdx NOT < CompIdx
                   IF KT-CompGadgedID(OtherCompIdx)
                      = KT-CompGadgedID(CompIdx)
                       MOVE "N" TO KitValidFlag
                       DISPLAY "Rejected: kit " KT-KitID " lists "
                           "component " KT-CompGadgedID(CompIdx)
                           " twice"
                   END-IF
               END-PERFORM

               MOVE KT-CompGadgedID(CompIdx) TO GadgedID
               READ StockFile
                   INVALID KEY
                       MOVE "N" TO KitValidFlag
                       DISPLAY "Rejected: kit " KT-KitID
                           " component " KT-CompGadgedID(CompIdx)
                           " not on GadgetStock.dat"
                   NOT INVALID KEY
                       IF StockDelisted
                           MOVE "N" TO KitValidFlag
                           DISPLAY "Rejected: kit " KT-KitID
                               " component " GadgetName
                               " is delisted"
                       END-IF
               END-READ

               IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
                  MOVE "GadgetStock.dat" TO WS-FileStatusName
                  PERFORM CheckFileStatus
               END-IF
           END-IF.

      * Copies the transaction's make-up onto the master record,
      * blanking the unused component slots so a kit re-made with
      * fewer parts doesn't keep selling the old ones.
       MoveKitToMaster.
           MOVE KT-KitID TO BN-KitID
           MOVE KT-KitName TO BN-KitName
           MOVE KT-KitPrice TO BN-KitPrice
           MOVE KT-ComponentCount TO BN-ComponentCount
           PERFORM VARYING CompIdx FROM 1 BY 1 UNTIL CompIdx > 8
               IF CompIdx > KT-ComponentCount
                   MOVE ZEROS TO BN-CompGadgedID(CompIdx)
                   MOVE ZEROS TO BN-CompQty(CompIdx)
               ELSE
                   MOVE KT-CompGadgedID(CompIdx)
                       TO BN-CompGadgedID(CompIdx)
                   MOVE KT-CompQty(CompIdx) TO BN-CompQty(CompIdx)
               END-IF
           END-PERFORM.

       AddKit.
           PERFORM ValidateKit
           IF KitValid
               PERFORM MoveKitToMaster
               WRITE BundleRec
                   INVALID KEY
                       ADD 1 TO RejectedCount
                       DISPLAY "Rejected: kit " KT-KitID
                           " already on file"
                   NOT INVALID KEY
                       ADD 1 TO AddedCount
                       MOVE "BundleMaster.dat" TO WS-FileStatusName
                       PERFORM CheckFileStatus
               END-WRITE
           END-IF.

       UpdateKit.
           PERFORM ValidateKit
           IF KitValid
               MOVE KT-KitID TO BN-KitID
               READ BundleFile
                   INVALID KEY
                       ADD 1 TO RejectedCount
                       DISPLAY "Rejected: no kit " KT-KitID
                           " on file on update"
                   NOT INVALID KEY
                       PERFORM MoveKitToMaster
                       REWRITE BundleRec
                       ADD 1 TO UpdatedCount
                       MOVE "BundleMaster.dat" TO WS-FileStatusName
                       PERFORM CheckFileStatus
               END-READ
           END-IF.

       DeleteKit.
           MOVE KT-KitID TO BN-KitID
           DELETE BundleFile
               INVALID KEY
                   ADD 1 TO RejectedCount
                   DISPLAY "Rejected: no kit " KT-KitID
                       " on file on delete"
               NOT INVALID KEY
                   ADD 1 TO DeletedCount
                   MOVE "BundleMaster.dat" TO WS-FileStatusName
                   PERFORM CheckFileStatus
           END-DELETE.
