       IDENTIFICATION DIVISION.
       PROGRAM-ID. WarrantyClaim.
       AUTHOR. io.github.scrvrdn.
      * The supplier side of a faulty unit coming back: once the
      * customer has had a swap at the counter, the faulty unit is
      * claimed back from the supplier it came from instead of by
      * phone with nothing on file. A claim is keyed on the unit's
      * serial, which the register must show as sold, and is only
      * raised inside the warranty period -- the supplier's own
      * period if it gives one, otherwise the category's -- counted
      * from the day the till sold it. The claim goes against the
      * gadget's supplier on GadgetStock.dat, the register marks
      * the unit as under claim, and the claim stays open until the
      * supplier's replacement unit or credit note is entered here.
      * A replacement unit goes to the customer in place of the
      * faulty one, so its serial is put on the register as sold on
      * the original sale -- same day, customer and receipt -- and
      * its warranty, a recall or a later claim trace back to that
      * sale. A replacement serial already on the register is
      * refused and the claim left open.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SerialRegisterFile ASSIGN TO "SerialRegister.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SN-SerialNumber
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

      * OPTIONAL: with no category master only a supplier's own
      * warranty period can pass a claim.
           SELECT OPTIONAL CategoryFile
               ASSIGN TO "CategoryMaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CategoryCode
               FILE STATUS IS WS-FileStatus.

      * One record per unit claimed, open until settled.
           SELECT WarrantyClaimFile ASSIGN TO "WarrantyClaims.dat"
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

       FD SerialRegisterFile.
           COPY SERIALRG.

       FD StockFile.
           COPY STOCKREC.

       FD SupplierFile.
           COPY SUPPREC.

       FD CategoryFile.
           COPY CATREC.

       FD WarrantyClaimFile.
           COPY WARRCLM.

       WORKING-STORAGE SECTION.
       01 BusinessToday PIC 9(8) VALUE ZEROS.
       COPY FILESTAT.

       01 ClaimAction PIC X.
           88 RaiseClaim VALUE "R".
           88 SettleClaim VALUE "S".
       01 SettleHow PIC X.
           88 SettleByReplacement VALUE "R".
           88 SettleByCredit VALUE "C".

       01 EnteredSerial PIC X(12).
       01 EnteredFault PIC X(30).
       01 EnteredReplacement PIC X(12).
       01 EnteredCredit PIC 9(8)V99.

       01 ClaimSupplierID PIC 9(5).
       01 WarrantyDays PIC 9(4).
       01 SoldDate PIC 9(8).
       01 DaysSinceSale PIC S9(7).

       01 ClaimOkFlag PIC X.
           88 ClaimOk VALUE "Y".
       01 ClaimFoundFlag PIC X.
           88 ClaimFound VALUE "Y".
       01 ReplacementOkFlag PIC X.
           88 ReplacementOk VALUE "Y".

      * The original sale, off the faulty unit's register record.
       01 OriginalCustomer PIC 9(6).
       01 OriginalReceipt PIC 9(8).

       01 MoreActionsFlag PIC X VALUE "Y".
           88 MoreActions VALUE "Y".
       01 ClaimsRaised PIC 9(4) VALUE ZERO.
       01 ClaimsSettled PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.
       Main.
           PERFORM GetBusinessDate

           OPEN I-O SerialRegisterFile
           IF WS-FileStatus = "35"
               DISPLAY "No SerialRegister.dat on file - no serialized "
                   "units to claim on"
               STOP RUN
           END-IF
           MOVE "SerialRegister.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN INPUT StockFile
           MOVE "GadgetStock.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN INPUT SupplierFile
           MOVE "SupplierMaster.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

      * Status "05" is the missing OPTIONAL category master.
           OPEN INPUT CategoryFile
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "05"
               MOVE "CategoryMaster.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF

           PERFORM UNTIL NOT MoreActions
               DISPLAY "(R)aise a claim or (S)ettle one - "
                   WITH NO ADVANCING
               ACCEPT ClaimAction

               EVALUATE TRUE
                   WHEN RaiseClaim PERFORM RaiseOneClaim
                   WHEN SettleClaim PERFORM SettleOneClaim
                   WHEN OTHER
                       DISPLAY "No such action"
               END-EVALUATE

               DISPLAY "Another claim action? (Y/N) - "
                   WITH NO ADVANCING
               ACCEPT MoreActionsFlag
           END-PERFORM

           CLOSE SerialRegisterFile
           CLOSE StockFile
           CLOSE SupplierFile
           CLOSE CategoryFile

           DISPLAY "Claims raised:  " ClaimsRaised
           DISPLAY "Claims settled: " ClaimsSettled
           STOP RUN.

      * Checks WS-FileStatus after an OPEN/READ/WRITE/REWRITE against
      * WS-FileStatusName (set by the caller immediately beforehand),
      * so a missing or unreadable file gives a readable message
      * instead of a raw COBOL abend. "00" is success; a not-found key
      * (status 23) is handled by the keyed reads' own INVALID KEY
      * clauses, so it is not treated as fatal here.
       CheckFileStatus.
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
              DISPLAY "File error on " WS-FileStatusName
                  " - status " WS-FileStatus
              DISPLAY "Run aborted"
              STOP RUN
           END-IF.

      * One faulty unit: the register must know the serial as sold,
      * the gadget must still be on file to name its supplier, and
      * the sale must be inside the warranty period.
       RaiseOneClaim.
           DISPLAY "Serial number of the faulty unit - "
               WITH NO ADVANCING
           ACCEPT EnteredSerial
           DISPLAY "Fault reported - " WITH NO ADVANCING
           ACCEPT EnteredFault

           MOVE "N" TO ClaimOkFlag
           MOVE EnteredSerial TO SN-SerialNumber
           READ SerialRegisterFile
               INVALID KEY
                   DISPLAY "Serial " EnteredSerial " is not on the "
                       "register - no claim raised"
               NOT INVALID KEY
                   IF SN-Sold
                       PERFORM CheckClaimGadget
                   ELSE
                       DISPLAY "Serial " EnteredSerial " was never "
                           "sold (or is already claimed) - no claim "
                           "raised"
                   END-IF
           END-READ
           MOVE "SerialRegister.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           IF ClaimOk
               PERFORM WriteClaim
           END-IF.

       CheckClaimGadget.
           MOVE SN-GadgedID TO GadgedID
           READ StockFile
               INVALID KEY
                   DISPLAY "GadgedID " SN-GadgedID " is no longer on "
                       "GadgetStock.dat - no supplier to claim from"
               NOT INVALID KEY
                   MOVE SupplierID OF StockRecord TO ClaimSupplierID
                   PERFORM FindWarrantyDays
                   PERFORM CheckInWarranty
           END-READ
           MOVE "GadgetStock.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus.

      * The supplier's own period wins when it gives one; otherwise
      * the category's. Zero means neither holds a period.
       FindWarrantyDays.
           MOVE ZEROS TO WarrantyDays
           MOVE ClaimSupplierID TO SupplierID OF SupplierRecord
           READ SupplierFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SupplierWarrantyDays NUMERIC
                       MOVE SupplierWarrantyDays TO WarrantyDays
                   END-IF
           END-READ
           MOVE "SupplierMaster.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           IF WarrantyDays = ZERO
               MOVE CategoryCode TO CM-CategoryCode
               READ CategoryFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CM-WarrantyDays NUMERIC
                           MOVE CM-WarrantyDays TO WarrantyDays
                       END-IF
               END-READ
               IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
                  AND WS-FileStatus NOT = "05"
                   MOVE "CategoryMaster.dat" TO WS-FileStatusName
                   PERFORM CheckFileStatus
               END-IF
           END-IF.

      * A unit sold before the register kept sale dates is aged from
      * the day it was received -- the earliest it can have sold.
       CheckInWarranty.
           IF SN-SoldDate NUMERIC AND SN-SoldDate > 0
               MOVE SN-SoldDate TO SoldDate
           ELSE
               MOVE SN-ReceivedDate TO SoldDate
           END-IF
           COMPUTE DaysSinceSale =
               FUNCTION INTEGER-OF-DATE(BusinessToday)
               - FUNCTION INTEGER-OF-DATE(SoldDate)

           EVALUATE TRUE
               WHEN WarrantyDays = ZERO
                   DISPLAY "No warranty period held for " GadgetName
                       " by its supplier or category - no claim "
                       "raised"
               WHEN DaysSinceSale > WarrantyDays
                   DISPLAY "Sold " SoldDate " - outside the "
                       WarrantyDays "-day warranty - no claim raised"
               WHEN OTHER
                   SET ClaimOk TO TRUE
           END-EVALUATE.

      * The claim record, then the register marked so the unit can't
      * be claimed, refunded or sold again while the supplier has it.
       WriteClaim.
           OPEN EXTEND WarrantyClaimFile
           IF WS-FileStatus = "35"
               OPEN OUTPUT WarrantyClaimFile
           END-IF
           MOVE "WarrantyClaims.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           MOVE SN-SerialNumber TO WC-SerialNumber
           MOVE SN-GadgedID TO WC-GadgedID
           MOVE ClaimSupplierID TO WC-SupplierID
           MOVE SoldDate TO WC-SoldDate
           MOVE BusinessToday TO WC-ClaimDate
           MOVE EnteredFault TO WC-Fault
           SET WC-Open TO TRUE
           MOVE ZEROS TO WC-SettledDate
           MOVE SPACES TO WC-ReplacementSerial
           MOVE ZEROS TO WC-CreditValue
           WRITE WarrantyClaimRec
           PERFORM CheckFileStatus
           CLOSE WarrantyClaimFile

           SET SN-UnderClaim TO TRUE
           REWRITE SerialRegisterRec
           MOVE "SerialRegister.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           ADD 1 TO ClaimsRaised
           DISPLAY "Claim raised on SupplierID " ClaimSupplierID
               " for " GadgetName.

      * Closes the open claim on the keyed serial with whatever the
      * supplier sent: a replacement unit's serial, or a credit.
       SettleOneClaim.
           DISPLAY "Serial number of the claimed unit - "
               WITH NO ADVANCING
           ACCEPT EnteredSerial
           DISPLAY "(R)eplacement unit or (C)redit note received - "
               WITH NO ADVANCING
           ACCEPT SettleHow

           IF NOT SettleByReplacement AND NOT SettleByCredit
               DISPLAY "No such settlement - claim left open"
           ELSE
               MOVE SPACES TO EnteredReplacement
               MOVE ZEROS TO EnteredCredit
               IF SettleByReplacement
                   DISPLAY "Serial of the replacement unit - "
                       WITH NO ADVANCING
                   ACCEPT EnteredReplacement
               ELSE
                   DISPLAY "Credit note value - " WITH NO ADVANCING
                   ACCEPT EnteredCredit
               END-IF
               PERFORM MarkClaimSettled
           END-IF.

       MarkClaimSettled.
           MOVE "N" TO ClaimFoundFlag

           OPEN I-O WarrantyClaimFile
           IF WS-FileStatus = "35"
               DISPLAY "No WarrantyClaims.dat on file - nothing to "
                   "settle"
           ELSE
               MOVE "WarrantyClaims.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus

               READ WarrantyClaimFile
                   AT END SET EndOfWarrantyClaims TO TRUE
               END-READ

               PERFORM UNTIL EndOfWarrantyClaims OR ClaimFound
                   IF WC-Open AND WC-SerialNumber = EnteredSerial
                       SET ClaimFound TO TRUE
                       SET ReplacementOk TO TRUE
                       IF SettleByReplacement
                           PERFORM RegisterReplacement
                       END-IF
                       IF ReplacementOk
                           PERFORM SettleFoundClaim
                       END-IF
                   ELSE
                       READ WarrantyClaimFile
                           AT END SET EndOfWarrantyClaims TO TRUE
                       END-READ
                   END-IF
               END-PERFORM

               CLOSE WarrantyClaimFile

               IF NOT ClaimFound
                   DISPLAY "No open claim for serial " EnteredSerial
               END-IF
           END-IF.


       SettleFoundClaim.
           IF SettleByReplacement
               SET WC-Replaced TO TRUE
               MOVE EnteredReplacement TO WC-ReplacementSerial
           ELSE
               SET WC-Credited TO TRUE
               MOVE EnteredCredit TO WC-CreditValue
           END-IF
           MOVE BusinessToday TO WC-SettledDate
           REWRITE WarrantyClaimRec
           MOVE "WarrantyClaims.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus
           ADD 1 TO ClaimsSettled
           DISPLAY "Claim of " WC-ClaimDate
               " on SupplierID " WC-SupplierID " settled".

      * Registers the replacement unit the way the till registers a
      * sold one, on the faulty unit's sale: sold on the day the
      * claim was aged from, to the customer and receipt the faulty
      * unit went out on, and received today from the supplier the
      * claim went to. A faulty unit sold before the register kept
      * its customer and receipt passes the replacement on as
      * anonymous.
       RegisterReplacement.
           MOVE ZEROS TO OriginalCustomer
           MOVE ZEROS TO OriginalReceipt
           IF EnteredReplacement = SPACES
               MOVE "N" TO ReplacementOkFlag
               DISPLAY "No replacement serial keyed - claim left open"
           ELSE
               MOVE WC-SerialNumber TO SN-SerialNumber
               READ SerialRegisterFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SN-CustomerNumber NUMERIC
                           MOVE SN-CustomerNumber TO OriginalCustomer
                       END-IF
                       IF SN-ReceiptNumber NUMERIC
                           MOVE SN-ReceiptNumber TO OriginalReceipt
                       END-IF
               END-READ
               MOVE "SerialRegister.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus

               MOVE EnteredReplacement TO SN-SerialNumber
               MOVE WC-GadgedID TO SN-GadgedID
               MOVE BusinessToday TO SN-ReceivedDate
               SET SN-Sold TO TRUE
               MOVE WC-SoldDate TO SN-SoldDate
               MOVE WC-SupplierID TO SN-SupplierID
               MOVE OriginalCustomer TO SN-CustomerNumber
               MOVE OriginalReceipt TO SN-ReceiptNumber
               WRITE SerialRegisterRec
                   INVALID KEY
                       MOVE "N" TO ReplacementOkFlag
                       DISPLAY "Serial " EnteredReplacement
                           " is already on the register - claim "
                           "left open"
                   NOT INVALID KEY
                       MOVE "SerialRegister.dat" TO WS-FileStatusName
                       PERFORM CheckFileStatus
                       DISPLAY "Replacement " EnteredReplacement
                           " registered on the original sale"
               END-WRITE
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
