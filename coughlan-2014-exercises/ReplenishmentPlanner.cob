      * per-location holding against the min/max shelf levels and
      * writes a suggested warehouse-to-floor transfer for every
      * location under its minimum -- topped back up to the maximum,
      * capped by what the warehouse actually holds. An A-class
      * gadget (see AbcClassification) is topped up as soon as it
      * falls to its minimum rather than waiting to go under it --
      * those are the lines an empty shelf costs most on. The
      * suggestions go to ReplenishReview.dat for an operator to
      * confirm in ReplenishmentReview; nothing moves overnight.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

      * Each gadget's ABC class off the last AbcClassification run.
      * OPTIONAL: until the first run every level is planned the
      * same way.
           SELECT OPTIONAL AbcClassFile ASSIGN TO "AbcClass.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-GadgedID
               FILE STATUS IS WS-FileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD ShelfLevelFile.
       FD ReplenishReviewFile.
           COPY REPLREV.

       FD AbcClassFile.
           COPY ABCCLASS.

       WORKING-STORAGE SECTION.
       COPY FILESTAT.

       01 ShelfQty PIC 9(4).
       01 WarehouseQty PIC 9(4).
       01 NeedQty PIC 9(5).
       01 GadgetClass PIC X.
           88 GadgetClassA VALUE "A".
       01 BelowMinimumFlag PIC X.
           88 BelowMinimum VALUE "Y".
       01 SuggestionsWritten PIC 9(4) VALUE ZERO.
       01 ShortWarehouseCount PIC 9(4) VALUE ZERO.

           MOVE "LocationStock.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

      * Status "05" is the missing OPTIONAL class file.
           OPEN INPUT AbcClassFile
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "05"
               MOVE "AbcClass.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF

           OPEN OUTPUT ReplenishReviewFile
           MOVE "ReplenishReview.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           CLOSE ShelfLevelFile
           CLOSE LocationStockFile
           CLOSE AbcClassFile
           CLOSE ReplenishReviewFile

           DISPLAY "Transfer suggestions written: " SuggestionsWritten
      * One shelf level against its holding: under minimum means a
      * suggested top-up to maximum, capped by the warehouse's own
      * holding -- suggesting stock the warehouse doesn't have would
      * be the reorder report crying wolf all over again. An A-class
      * gadget already at its minimum counts as under it.
       PlanOneLevel.
           PERFORM ReadShelfHolding
           PERFORM ReadGadgetClass
           MOVE "N" TO BelowMinimumFlag
           IF ShelfQty < SH-MinQty
              OR (GadgetClassA AND ShelfQty = SH-MinQty)
               SET BelowMinimum TO TRUE
           END-IF

           IF BelowMinimum
               PERFORM ReadWarehouseHolding
               COMPUTE NeedQty = SH-MaxQty - ShelfQty
               IF WarehouseQty = 0
                   MOVE WarehouseLocation TO RP-FromLocation
                   MOVE SH-LocationCode TO RP-ToLocation
                   MOVE NeedQty TO RP-SuggestedQty
                   MOVE GadgetClass TO RP-AbcClass
                   SET RP-Suggested TO TRUE
                   WRITE ReplenishSuggestionRec
                   MOVE "ReplenishReview.dat" TO WS-FileStatusName
               END-IF
           END-IF.

      * The gadget's class off AbcClass.dat, blank when it has none
      * or no classification run has been made.
       ReadGadgetClass.
           MOVE SPACE TO GadgetClass
           MOVE SH-GadgedID TO AC-GadgedID
           READ AbcClassFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE AC-Class TO GadgetClass
           END-READ

           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
              AND WS-FileStatus NOT = "05"
              AND WS-FileStatus NOT = "49"
              MOVE "AbcClass.dat" TO WS-FileStatusName
              PERFORM CheckFileStatus
           END-IF.

       ReadShelfHolding.
           MOVE SH-GadgedID TO LC-GadgedID
           MOVE SH-LocationCode TO LC-LocationCode
