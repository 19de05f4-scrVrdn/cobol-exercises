       IDENTIFICATION DIVISION.
       PROGRAM-ID. DwellingMaintenance.
       AUTHOR. io.github.scrvrdn.
      * Maintains DwellingMaster.dat, the housing board's register of
      * dwellings -- address, county, type, bedrooms, and the census
      * household living in each -- from a keyed-in transaction file,
      * same pattern as CountyMaintenance. A household lives in one
      * dwelling, so a household already linked to another dwelling
      * is rejected; the county is checked against CountyMaster.dat
      * where the site has one.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DwellingFile ASSIGN TO "DwellingMaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DW-DwellingNumber
               FILE STATUS IS WS-FileStatus.

           SELECT DwellingTransactionFile
               ASSIGN TO "DwellingTransactions.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

      * The official counties, to catch a mis-keyed county code.
      * OPTIONAL: without the master only the state is checked.
           SELECT OPTIONAL CountyFile ASSIGN TO "CountyMaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CY-Key
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

       FD DwellingFile.
           COPY DWELLREC.

       FD CountyFile.
           COPY COUNTYREC.

      * One transaction per dwelling being added, changed, or
      * removed: the action code, the dwelling number, and the
      * dwelling's details in full (ignored for a delete). A change
      * replaces every detail, so a household moving out is a
      * change with a zero household.
       FD DwellingTransactionFile.
       01 DwellingTransactionRec.
           88 EndOfDwellingTransactions VALUE HIGH-VALUES.
           02 DX-Action PIC X.
               88 DX-AddDwelling VALUE "A".
               88 DX-UpdateDwelling VALUE "U".
               88 DX-DeleteDwelling VALUE "D".
           02 DX-DwellingNumber PIC 9(8).
           02 DX-Street PIC X(30).
           02 DX-Town PIC X(20).
           02 DX-StateNum PIC 99.
           02 DX-CountyCode PIC 9(3).
           02 DX-DwellingType PIC X.
           02 DX-Bedrooms PIC 99.
           02 DX-HouseholdId PIC 9(6).

       WORKING-STORAGE SECTION.
       01 BusinessToday PIC 9(8) VALUE ZEROS.
       COPY FILESTAT.

       01 AddedCount PIC 9(4) VALUE ZERO.
       01 UpdatedCount PIC 9(4) VALUE ZERO.
       01 DeletedCount PIC 9(4) VALUE ZERO.
       01 RejectedCount PIC 9(4) VALUE ZERO.

       01 DwellingValidFlag PIC X.
           88 DwellingIsValid VALUE "Y".
       01 CountyMasterFlag PIC X VALUE "N".
           88 CountyMasterPresent VALUE "Y".
       01 WalkDoneFlag PIC X.
           88 WalkDone VALUE "Y".
       01 LinkedDwelling PIC 9(8).

       PROCEDURE DIVISION.
       Main.
           PERFORM GetBusinessDate

           OPEN INPUT DwellingTransactionFile
           MOVE "DwellingTransactions.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN I-O DwellingFile
           IF WS-FileStatus = "35"
               OPEN OUTPUT DwellingFile
               CLOSE DwellingFile
               OPEN I-O DwellingFile
           END-IF
           MOVE "DwellingMaster.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

      * Status "05" or "35" is a site with no county master yet.
           OPEN INPUT CountyFile
           IF WS-FileStatus = "00"
               SET CountyMasterPresent TO TRUE
           ELSE
               IF WS-FileStatus NOT = "05" AND WS-FileStatus NOT = "35"
                   MOVE "CountyMaster.dat" TO WS-FileStatusName
                   PERFORM CheckFileStatus
               END-IF
           END-IF

           READ DwellingTransactionFile
               AT END SET EndOfDwellingTransactions TO TRUE
           END-READ
           MOVE "DwellingTransactions.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           PERFORM UNTIL EndOfDwellingTransactions
               PERFORM ApplyDwellingTransaction

               READ DwellingTransactionFile
                   AT END SET EndOfDwellingTransactions TO TRUE
               END-READ
               MOVE "DwellingTransactions.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-PERFORM

           CLOSE DwellingTransactionFile
           CLOSE DwellingFile
           IF CountyMasterPresent
               CLOSE CountyFile
           END-IF

           DISPLAY "Dwellings added:   " AddedCount
           DISPLAY "Dwellings updated: " UpdatedCount
           DISPLAY "Dwellings deleted: " DeletedCount
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
       ApplyDwellingTransaction.
           EVALUATE TRUE
               WHEN DX-AddDwelling PERFORM AddDwelling
               WHEN DX-UpdateDwelling PERFORM UpdateDwelling
               WHEN DX-DeleteDwelling PERFORM DeleteDwelling
               WHEN OTHER
                   ADD 1 TO RejectedCount
                   DISPLAY "Rejected: invalid action " DX-Action
                       " for dwelling " DX-DwellingNumber
           END-EVALUATE.

      * A dwelling needs a number, a street, a real state (and a
      * county the county master knows, where there is one), one of
      * the four dwelling types, and a household no other dwelling
      * already houses.
       ValidateDwelling.
           SET DwellingIsValid TO TRUE
           MOVE DX-DwellingType TO DW-DwellingType
           EVALUATE TRUE
               WHEN DX-DwellingNumber NOT NUMERIC
                 OR DX-DwellingNumber = 0
                 OR DX-Street = SPACES
                   MOVE "N" TO DwellingValidFlag
                   DISPLAY "Rejected: dwelling " DX-DwellingNumber
                       " needs a number and a street"
               WHEN DX-StateNum NOT NUMERIC
                 OR DX-StateNum < 1 OR DX-StateNum > 50
                 OR DX-CountyCode NOT NUMERIC
                   MOVE "N" TO DwellingValidFlag
                   DISPLAY "Rejected: bad state or county for "
                       "dwelling " DX-DwellingNumber
               WHEN NOT DW-ValidType
                   MOVE "N" TO DwellingValidFlag
                   DISPLAY "Rejected: dwelling type " DX-DwellingType
                       " is not H, A, M or O for dwelling "
                       DX-DwellingNumber
               WHEN DX-Bedrooms NOT NUMERIC
                 OR DX-HouseholdId NOT NUMERIC
                   MOVE "N" TO DwellingValidFlag
                   DISPLAY "Rejected: bedrooms or household not "
                       "numeric for dwelling " DX-DwellingNumber
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF DwellingIsValid AND CountyMasterPresent
               PERFORM CheckCountyKnown
           END-IF
           IF DwellingIsValid AND DX-HouseholdId > 0
               PERFORM CheckHouseholdFree
           END-IF
           IF NOT DwellingIsValid
               ADD 1 TO RejectedCount
           END-IF.

       CheckCountyKnown.
           MOVE DX-StateNum TO CY-StateNum
           MOVE DX-CountyCode TO CY-CountyCode
           READ CountyFile
               INVALID KEY
                   MOVE "N" TO DwellingValidFlag
                   DISPLAY "Rejected: state " DX-StateNum " county "
                       DX-CountyCode " not on the county master for "
                       "dwelling " DX-DwellingNumber
           END-READ
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
               MOVE "CountyMaster.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF.

      * Walks the register for another dwelling already housing the
      * transaction's household.
       CheckHouseholdFree.
           MOVE ZEROS TO LinkedDwelling
           MOVE ZEROS TO DW-DwellingNumber
           MOVE "N" TO WalkDoneFlag
           START DwellingFile KEY NOT LESS THAN DW-DwellingNumber
               INVALID KEY
                   SET WalkDone TO TRUE
           END-START

           PERFORM UNTIL WalkDone
               READ DwellingFile NEXT RECORD
                   AT END SET WalkDone TO TRUE
               END-READ
               IF NOT WalkDone
                   MOVE "DwellingMaster.dat" TO WS-FileStatusName
                   PERFORM CheckFileStatus
                   IF DW-HouseholdId = DX-HouseholdId
                      AND DW-DwellingNumber NOT = DX-DwellingNumber
                       MOVE DW-DwellingNumber TO LinkedDwelling
                       SET WalkDone TO TRUE
                   END-IF
               END-IF
           END-PERFORM

           IF LinkedDwelling > 0
               MOVE "N" TO DwellingValidFlag
               DISPLAY "Rejected: household " DX-HouseholdId
                   " already lives in dwelling " LinkedDwelling
           END-IF.

       MoveTransactionToDwelling.
           MOVE DX-DwellingNumber TO DW-DwellingNumber
           MOVE DX-Street TO DW-Street
           MOVE DX-Town TO DW-Town
           MOVE DX-StateNum TO DW-StateNum
           MOVE DX-CountyCode TO DW-CountyCode
           MOVE DX-DwellingType TO DW-DwellingType
           MOVE DX-Bedrooms TO DW-Bedrooms
           MOVE DX-HouseholdId TO DW-HouseholdId
           MOVE BusinessToday TO DW-ChangedDate.

       AddDwelling.
           PERFORM ValidateDwelling
           IF DwellingIsValid
               PERFORM MoveTransactionToDwelling
               WRITE DwellingRec
                   INVALID KEY
                       ADD 1 TO RejectedCount
                       DISPLAY "Rejected: dwelling " DX-DwellingNumber
                           " already on the register"
                   NOT INVALID KEY
                       ADD 1 TO AddedCount
                       MOVE "DwellingMaster.dat" TO WS-FileStatusName
                       PERFORM CheckFileStatus
               END-WRITE
           END-IF.

       UpdateDwelling.
           PERFORM ValidateDwelling
           IF DwellingIsValid
               MOVE DX-DwellingNumber TO DW-DwellingNumber
               READ DwellingFile
                   INVALID KEY
                       ADD 1 TO RejectedCount
                       DISPLAY "Rejected: dwelling " DX-DwellingNumber
                           " not on the register on update"
                   NOT INVALID KEY
                       PERFORM MoveTransactionToDwelling
                       REWRITE DwellingRec
                       ADD 1 TO UpdatedCount
                       MOVE "DwellingMaster.dat" TO WS-FileStatusName
                       PERFORM CheckFileStatus
               END-READ
           END-IF.

       DeleteDwelling.
           MOVE DX-DwellingNumber TO DW-DwellingNumber
           DELETE DwellingFile
               INVALID KEY
                   ADD 1 TO RejectedCount
                   DISPLAY "Rejected: dwelling " DX-DwellingNumber
                       " not on the register on delete"
               NOT INVALID KEY
                   ADD 1 TO DeletedCount
                   MOVE "DwellingMaster.dat" TO WS-FileStatusName
                   PERFORM CheckFileStatus
           END-DELETE.


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
