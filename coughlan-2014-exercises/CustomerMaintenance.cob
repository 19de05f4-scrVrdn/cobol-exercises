      * the till can validate a charge-account sale against a real
      * account instead of a handwritten chit. A (P)ayment
      * transaction posts a receipt against the running balance the
      * account sales accumulate, and is allocated against the
      * customer's oldest open items on CustomerOpenItems.dat.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

      * The charge-account ledger by item, written by the till: a
      * payment is allocated here, oldest item first.
           SELECT OpenItemFile ASSIGN TO "CustomerOpenItems.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OI-Key
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

       FD CustomerFile.
           COPY CUSTREC.

       FD OpenItemFile.
           COPY OPENITEM.

      * One transaction per customer being added, amended, removed,
      * or paying off their account: the action code, the customer,
      * and the full set of master fields (only the amount matters
           02 CS-PaymentAmount PIC 9(7)V99.

       WORKING-STORAGE SECTION.
       01 BusinessToday PIC 9(8) VALUE ZEROS.
       COPY FILESTAT.

       01 AddedCount PIC 9(5) VALUE ZERO.
       01 PaymentCount PIC 9(5) VALUE ZERO.
       01 RejectedCount PIC 9(5) VALUE ZERO.

      * Allocation of the payment in hand: what is left to set
      * against open items, how much one item takes, and the oldest
      * item still open once the payment is spent -- an account on
      * stop comes off it when nothing over ninety days is left.
       01 PaymentLeft PIC 9(7)V99.
       01 AllocatedAmount PIC 9(7)V99.
       01 ItemsCleared PIC 9(4).
       01 OldestOpenDate PIC 9(8).
       01 OldestOpenAgeDays PIC S9(7).
       01 StopLiftDays PIC 9(3) VALUE 90.
       01 CustomerItemsDoneFlag PIC X.
           88 CustomerItemsDone VALUE "Y".

       PROCEDURE DIVISION.
       Main.
           PERFORM GetBusinessDate

           OPEN INPUT CustomerTransactionFile
           MOVE "CustomerTransactions.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus
           MOVE "CustomerMaster.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN I-O OpenItemFile
           IF WS-FileStatus = "35"
               OPEN OUTPUT OpenItemFile
               CLOSE OpenItemFile
               OPEN I-O OpenItemFile
           END-IF
           MOVE "CustomerOpenItems.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           READ CustomerTransactionFile
               AT END SET EndOfCustomerTransactions TO TRUE
           END-READ

           CLOSE CustomerTransactionFile
           CLOSE CustomerFile
           CLOSE OpenItemFile

           DISPLAY "Customers added:   " AddedCount
           DISPLAY "Customers updated: " UpdatedCount
           MOVE CS-Contact TO CU-Contact
           MOVE CS-CreditLimit TO CU-CreditLimit
           MOVE ZEROS TO CU-Balance
           MOVE ZEROS TO CU-PointsBalance
           MOVE ZEROS TO CU-UnallocatedCash
           MOVE SPACE TO CU-AccountStop
           MOVE ZERO TO CU-ReminderLevel
           WRITE CustomerRecord
               INVALID KEY
                   ADD 1 TO RejectedCount
                       CS-CustomerNumber " on payment"
               NOT INVALID KEY
                   SUBTRACT CS-PaymentAmount FROM CU-Balance
                   PERFORM AllocatePayment
                   REWRITE CustomerRecord
                   ADD 1 TO PaymentCount
                   MOVE "CustomerMaster.dat" TO WS-FileStatusName
                   PERFORM CheckFileStatus
           END-READ.

      * Sets the payment against the customer's open items, oldest
      * first, clearing each in full before touching the next. What
      * is left once every item is clear stays on the account as
      * unallocated cash for the till to set against the next
      * charge. An account on stop is lifted here as soon as no item
      * over ninety days remains, rather than waiting for the next
      * aged-debt run to notice the customer has paid.
       AllocatePayment.
           MOVE CS-PaymentAmount TO PaymentLeft
           MOVE ZEROS TO ItemsCleared
           MOVE ZEROS TO OldestOpenDate
           MOVE "N" TO CustomerItemsDoneFlag

           MOVE CS-CustomerNumber TO OI-CustomerNumber
           MOVE ZEROS TO OI-ItemDate
           MOVE SPACE TO OI-ItemType
           MOVE ZEROS TO OI-ItemRef
           START OpenItemFile KEY IS NOT LESS THAN OI-Key
               INVALID KEY SET CustomerItemsDone TO TRUE
           END-START

           PERFORM UNTIL CustomerItemsDone
               READ OpenItemFile NEXT RECORD
                   AT END SET CustomerItemsDone TO TRUE
               END-READ
               IF NOT CustomerItemsDone
                   MOVE "CustomerOpenItems.dat" TO WS-FileStatusName
                   PERFORM CheckFileStatus
                   IF OI-CustomerNumber NOT = CS-CustomerNumber
                       SET CustomerItemsDone TO TRUE
                   ELSE
                       IF OI-Open
                           PERFORM AllocateToItem
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF CU-UnallocatedCash NOT NUMERIC
               MOVE ZEROS TO CU-UnallocatedCash
           END-IF
           ADD PaymentLeft TO CU-UnallocatedCash

           DISPLAY "Payment from " CS-CustomerNumber " cleared "
               ItemsCleared " open item(s)"
           IF PaymentLeft > 0
               DISPLAY "  " PaymentLeft " left unallocated on the "
                   "account"
           END-IF

           IF CU-AccountStopped
               IF OldestOpenDate = ZEROS
                   MOVE ZEROS TO OldestOpenAgeDays
               ELSE
                   COMPUTE OldestOpenAgeDays =
                       FUNCTION INTEGER-OF-DATE(BusinessToday)
                       - FUNCTION INTEGER-OF-DATE(OldestOpenDate)
               END-IF
               IF OldestOpenAgeDays NOT > StopLiftDays
                   MOVE SPACE TO CU-AccountStop
                   DISPLAY "  Account " CS-CustomerNumber
                       " taken off stop"
               END-IF
           END-IF.

      * One open item: cleared in full if the payment left covers
      * it, part-paid otherwise. The first item still owing after
      * the allocation is the oldest debt left on the account.
       AllocateToItem.
           IF PaymentLeft > 0
               IF PaymentLeft NOT < OI-Outstanding
                   MOVE OI-Outstanding TO AllocatedAmount
               ELSE
                   MOVE PaymentLeft TO AllocatedAmount
               END-IF
               SUBTRACT AllocatedAmount FROM PaymentLeft
               SUBTRACT AllocatedAmount FROM OI-Outstanding
               MOVE BusinessToday TO OI-LastPaidDate
               IF OI-Outstanding = ZERO
                   SET OI-Paid TO TRUE
                   ADD 1 TO ItemsCleared
               END-IF
               REWRITE OpenItemRec
               MOVE "CustomerOpenItems.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF

           IF OI-Open AND OldestOpenDate = ZEROS
               MOVE OI-ItemDate TO OldestOpenDate
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
