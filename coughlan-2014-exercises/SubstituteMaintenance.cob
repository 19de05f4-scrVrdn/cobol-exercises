       IDENTIFICATION DIVISION.
       PROGRAM-ID. SubstituteMaintenance.
       AUTHOR. io.github.scrvrdn.
      * Maintains the successor and substitute cross-reference from a
      * keyed-in transaction file, same pattern as
      * GadgetSupplierMaintenance -- so a delisted model's sales
      * history carries into the model that replaced it, and staff
      * can point a customer at an equivalent when something is out
      * of stock. Both gadgets of each entry must be on
      * GadgetStock.dat and must differ, and a gadget may name only
      * one successor.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SubstituteFile ASSIGN TO "GadgetSubstitutes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SB-Key
               FILE STATUS IS WS-FileStatus.

           SELECT SubstTransactionFile
               ASSIGN TO "GadgetSubstituteTransactions.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

           SELECT StockFile ASSIGN TO "GadgetStock.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GadgedID
               FILE STATUS IS WS-FileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD SubstituteFile.
           COPY GSUBST.

      * One transaction per cross-reference entry being added,
      * changed between successor and alternative, or removed: the
      * action code, the gadget and its stand-in, and the relation
      * (ignored for a delete).
       FD SubstTransactionFile.
       01 SubstTransactionRec.
           88 EndOfSubstTransactions VALUE HIGH-VALUES.
           02 SX-Action PIC X.
               88 SX-AddEntry VALUE "A".
               88 SX-UpdateEntry VALUE "U".
               88 SX-DeleteEntry VALUE "D".
           02 SX-GadgedID PIC 9(6).
           02 SX-AltGadgedID PIC 9(6).
           02 SX-Relation PIC X.
               88 SX-RelationValid VALUES "S", "A".
               88 SX-Successor VALUE "S".

       FD StockFile.
           COPY STOCKREC.

       WORKING-STORAGE SECTION.
       COPY FILESTAT.

       01 AddedCount PIC 9(4) VALUE ZERO.
       01 UpdatedCount PIC 9(4) VALUE ZERO.
       01 DeletedCount PIC 9(4) VALUE ZERO.
       01 RejectedCount PIC 9(4) VALUE ZERO.

       01 PairValidFlag PIC X VALUE "N".
           88 PairValid VALUE "Y".
       01 OtherSuccessorFlag PIC X VALUE "N".
           88 OtherSuccessor VALUE "Y".
       01 OtherSuccessorID PIC 9(6).

       PROCEDURE DIVISION.
       Main.
           OPEN INPUT SubstTransactionFile
           MOVE "GadgetSubstituteTransactions.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN INPUT StockFile
           MOVE "GadgetStock.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN I-O SubstituteFile
           IF WS-FileStatus = "35"
               OPEN OUTPUT SubstituteFile
               CLOSE SubstituteFile
               OPEN I-O SubstituteFile
           END-IF
           MOVE "GadgetSubstitutes.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           READ SubstTransactionFile
               AT END SET EndOfSubstTransactions TO TRUE
           END-READ
           MOVE "GadgetSubstituteTransactions.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           PERFORM UNTIL EndOfSubstTransactions
               PERFORM ApplySubstTransaction

               READ SubstTransactionFile
                   AT END SET EndOfSubstTransactions TO TRUE
               END-READ
               MOVE "GadgetSubstituteTransactions.dat"
                   TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-PERFORM

           CLOSE SubstTransactionFile
           CLOSE SubstituteFile
           CLOSE StockFile

           DISPLAY "Substitute entries added:   " AddedCount
           DISPLAY "Substitute entries updated: " UpdatedCount
           DISPLAY "Substitute entries deleted: " DeletedCount
           DISPLAY "Rejected:                   " RejectedCount

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
       ApplySubstTransaction.
           EVALUATE TRUE
               WHEN SX-AddEntry PERFORM AddSubstEntry
               WHEN SX-UpdateEntry PERFORM UpdateSubstEntry
               WHEN SX-DeleteEntry PERFORM DeleteSubstEntry
               WHEN OTHER
                   ADD 1 TO RejectedCount
                   DISPLAY "Rejected: invalid action " SX-Action
                       " for GadgedID " SX-GadgedID
           END-EVALUATE.

      * Both gadgets must exist and differ, and the relation must be
      * S or A -- an entry naming a phantom gadget would send a
      * customer after nothing. A successor entry is refused while
      * the gadget already names a different successor.
       ValidatePair.
           MOVE "Y" TO PairValidFlag

           IF NOT SX-RelationValid
               MOVE "N" TO PairValidFlag
               ADD 1 TO RejectedCount
               DISPLAY "Rejected: relation " SX-Relation
                   " for GadgedID " SX-GadgedID
                   " is not (S)uccessor or (A)lternative"
           END-IF

           IF PairValid AND SX-GadgedID = SX-AltGadgedID
               MOVE "N" TO PairValidFlag
               ADD 1 TO RejectedCount
               DISPLAY "Rejected: GadgedID " SX-GadgedID
                   " can't stand in for itself"
           END-IF

           IF PairValid
               MOVE SX-GadgedID TO GadgedID
               PERFORM CheckGadgetOnFile
           END-IF

           IF PairValid
               MOVE SX-AltGadgedID TO GadgedID
               PERFORM CheckGadgetOnFile
           END-IF

           IF PairValid AND SX-Successor
               PERFORM FindOtherSuccessor
               IF OtherSuccessor
                   MOVE "N" TO PairValidFlag
                   ADD 1 TO RejectedCount
                   DISPLAY "Rejected: GadgedID " SX-GadgedID
                       " already has successor " OtherSuccessorID
               END-IF
           END-IF.

       CheckGadgetOnFile.
           READ StockFile
               INVALID KEY
                   MOVE "N" TO PairValidFlag
                   ADD 1 TO RejectedCount
                   DISPLAY "Rejected: GadgedID " GadgedID
                       " not on GadgetStock.dat"
               NOT INVALID KEY
                   CONTINUE
           END-READ
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
              MOVE "GadgetStock.dat" TO WS-FileStatusName
              PERFORM CheckFileStatus
           END-IF.

      * Walks the gadget's own entries for a successor other than the
      * one this transaction names.
       FindOtherSuccessor.
           MOVE "N" TO OtherSuccessorFlag
           MOVE SX-GadgedID TO SB-GadgedID
           MOVE ZEROS TO SB-AltGadgedID
           START SubstituteFile KEY NOT LESS THAN SB-Key
               INVALID KEY
                   SET EndOfGadgetSubstitutes TO TRUE
           END-START

           IF NOT EndOfGadgetSubstitutes
               READ SubstituteFile NEXT RECORD
                   AT END SET EndOfGadgetSubstitutes TO TRUE
               END-READ
               MOVE "GadgetSubstitutes.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF

           PERFORM UNTIL EndOfGadgetSubstitutes
               IF SB-GadgedID NOT = SX-GadgedID
                   SET EndOfGadgetSubstitutes TO TRUE
               ELSE
                   IF SB-Successor
                      AND SB-AltGadgedID NOT = SX-AltGadgedID
                       SET OtherSuccessor TO TRUE
                       MOVE SB-AltGadgedID TO OtherSuccessorID
                   END-IF
                   READ SubstituteFile NEXT RECORD
                       AT END SET EndOfGadgetSubstitutes TO TRUE
                   END-READ
                   PERFORM CheckFileStatus
               END-IF
           END-PERFORM

      * Drop the end-of-file level-88 back off so the next walk's
      * first READ isn't mistaken for at-end.
           MOVE SPACES TO GadgetSubstituteRec.

       AddSubstEntry.
           PERFORM ValidatePair
           IF PairValid
               MOVE SX-GadgedID TO SB-GadgedID
               MOVE SX-AltGadgedID TO SB-AltGadgedID
               MOVE SX-Relation TO SB-Relation
               WRITE GadgetSubstituteRec
                   INVALID KEY
                       ADD 1 TO RejectedCount
                       DISPLAY "Rejected: GadgedID " SX-GadgedID
                           " / alternate " SX-AltGadgedID
                           " already on the cross-reference"
                   NOT INVALID KEY
                       ADD 1 TO AddedCount
                       MOVE "GadgetSubstitutes.dat"
                           TO WS-FileStatusName
                       PERFORM CheckFileStatus
               END-WRITE
           END-IF.

       UpdateSubstEntry.
           PERFORM ValidatePair
           IF PairValid
               MOVE SX-GadgedID TO SB-GadgedID
               MOVE SX-AltGadgedID TO SB-AltGadgedID
               READ SubstituteFile
                   INVALID KEY
                       ADD 1 TO RejectedCount
                       DISPLAY "Rejected: GadgedID " SX-GadgedID
                           " / alternate " SX-AltGadgedID
                           " not on the cross-reference on update"
                   NOT INVALID KEY
                       MOVE SX-Relation TO SB-Relation
                       REWRITE GadgetSubstituteRec
                       ADD 1 TO UpdatedCount
                       MOVE "GadgetSubstitutes.dat"
                           TO WS-FileStatusName
                       PERFORM CheckFileStatus
               END-READ
           END-IF.

       DeleteSubstEntry.
           MOVE SX-GadgedID TO SB-GadgedID
           MOVE SX-AltGadgedID TO SB-AltGadgedID
           DELETE SubstituteFile
               INVALID KEY
                   ADD 1 TO RejectedCount
                   DISPLAY "Rejected: GadgedID " SX-GadgedID
                       " / alternate " SX-AltGadgedID
                       " not on the cross-reference on delete"
               NOT INVALID KEY
                   ADD 1 TO DeletedCount
                   MOVE "GadgetSubstitutes.dat" TO WS-FileStatusName
                   PERFORM CheckFileStatus
           END-DELETE.
