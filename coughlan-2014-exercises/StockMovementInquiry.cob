      * get to where it is? Takes a GadgedID and lists its movement
      * history from the shared StockMovement.dat ledger with a
      * running balance after each movement.
      * Each lookup is logged with the signed-on operator on
      * InquiryLog.dat -- see INQLOG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

      * Each run's high-water mark on its fixed tables, for the
      * nightly capacity watch -- see CAPLOG.
           SELECT CapacityLogFile ASSIGN TO "CapacityLog.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

      * The business day this cycle stamps from, set by the batch
      * driver -- see BUSDATE.
           SELECT BusinessDateFile ASSIGN TO "BusinessDate.dat"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FileStatus.

      * Every lookup answered, appended for the auditors -- see
      * INQLOG.
           SELECT InquiryLogFile ASSIGN TO "InquiryLog.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

      * Who is signed on, for the access log. OPTIONAL: with nobody
      * signed on the lookups go down unattributed.
           SELECT OPTIONAL SignOnFile ASSIGN TO "SignedOn.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD StockMovementFile.
       FD BackedOutRunFile.
           COPY BAKOUTRG.

       FD CapacityLogFile.
           COPY CAPLOG.

       FD BusinessDateFile.
           COPY BUSDATE.

       FD InquiryLogFile.
           COPY INQLOG.

       FD SignOnFile.
           COPY SIGNON.

       WORKING-STORAGE SECTION.
       01 BusinessToday PIC 9(8) VALUE ZEROS.
       COPY FILESTAT.
       COPY CAPLWS.
       COPY INQLWS.

       01 LookupID PIC 9(6).
       01 MoreLookupsFlag PIC X VALUE "Y".

       PROCEDURE DIVISION.
       Main.
           PERFORM GetBusinessDate
           MOVE "StockMovementInquiry" TO InquiryProgram
           PERFORM LoadBackedOutRuns

           PERFORM UNTIL NOT MoreLookups
       DoLookup.
           DISPLAY "Enter GadgedID - " WITH NO ADVANCING
           ACCEPT LookupID
           MOVE "GADGET" TO InquiryKeyType
           MOVE LookupID TO InquiryKey
           PERFORM LogInquiry

           MOVE ZEROS TO RunningBalance, MovementCount

               END-READ
           END-PERFORM

           CLOSE BackedOutRunFile

           MOVE "StockMovementInquiry" TO CapacityProgram
           MOVE "BACKED-OUT-RUNS" TO CapacityTableName
           MOVE NumBackedOutRuns TO CapacityHighWater
           MOVE 100 TO CapacityLimit
           MOVE BackedOutTableFullFlag TO CapacityOverflowFlag
           PERFORM RecordCapacity.

      * Whether CheckedRunId belongs to a run StockBackout undid --
      * its entries then don't count.
                       SET RunBackedOut TO TRUE
               END-SEARCH
           END-IF.

      * The inquiry access log: every lookup goes down on
      * InquiryLog.dat as it is answered -- the log opened, written
      * and closed each time, so a session ended by a dropped
      * terminal still leaves its trail.
       LogInquiry.
           IF NOT InquiryOperatorRead
               PERFORM ReadInquiryOperator
           END-IF

           OPEN EXTEND InquiryLogFile
           IF WS-FileStatus = "35"
               OPEN OUTPUT InquiryLogFile
           END-IF
           MOVE "InquiryLog.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           MOVE FUNCTION CURRENT-DATE(1:14) TO IL-Timestamp
           MOVE InquiryOperatorId TO IL-OperatorId
           MOVE InquiryProgram TO IL-Program
           MOVE InquiryKeyType TO IL-KeyType
           MOVE InquiryKey TO IL-Key
           WRITE InquiryLogRec
           PERFORM CheckFileStatus
           CLOSE InquiryLogFile.

      * The operator on SignedOn.dat. Status "05" is the missing
      * OPTIONAL file -- nobody signed on -- and the lookups go down
      * unattributed, which the access report flags.
       ReadInquiryOperator.
           MOVE SPACES TO InquiryOperatorId
           OPEN INPUT SignOnFile
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "05"
               MOVE "SignedOn.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF

           IF WS-FileStatus = "00"
               READ SignOnFile
                   NOT AT END
                       MOVE SO-OperatorId TO InquiryOperatorId
               END-READ
           END-IF
           CLOSE SignOnFile
           SET InquiryOperatorRead TO TRUE.

      * The capacity log: each load of a fixed table goes down on
      * CapacityLog.dat with the entries it used, so a table creeping
      * up on its limit shows in the nightly capacity report long
      * before a run truncates it. Stamped with the business day,
      * not the calendar date, so a run past midnight is reported
      * with the day it belongs to.
       RecordCapacity.
           OPEN EXTEND CapacityLogFile
           IF WS-FileStatus = "35"
               OPEN OUTPUT CapacityLogFile
           END-IF
           MOVE "CapacityLog.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           MOVE BusinessToday TO CP-Timestamp(1:8)
           MOVE FUNCTION CURRENT-DATE(9:6) TO CP-Timestamp(9:6)
           MOVE CapacityProgram TO CP-Program
           MOVE CapacityTableName TO CP-TableName
           MOVE CapacityHighWater TO CP-HighWater
           MOVE CapacityLimit TO CP-Limit
           MOVE CapacityOverflowFlag TO CP-OverflowFlag
           WRITE CapacityLogRec
           PERFORM CheckFileStatus
           CLOSE CapacityLogFile.

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
