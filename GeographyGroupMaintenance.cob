       IDENTIFICATION DIVISION.
       PROGRAM-ID. GeographyGroupMaintenance.
       AUTHOR. io.github.scrvrdn.
      * Maintains GeographyGroups.dat, the health boards, school
      * districts, metro areas and any other grouping of counties
      * the census is asked about, from a keyed-in transaction file
      * -- same pattern as CountyMaintenance. After the transactions
      * it checks every group type on file against CountyMaster.dat:
      * a county with no group under a type would drop out of that
      * type's figures, and a grouped county the master doesn't know
      * is a keying slip. A county can't be put in two groups of one
      * type -- the file is keyed on type and county, and an add for
      * a county already grouped is rejected naming its group.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GroupFile ASSIGN TO "GeographyGroups.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GG-Key
               FILE STATUS IS WS-FileStatus.

           SELECT GroupTransactionFile
               ASSIGN TO "GeographyGroupTransactions.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

      * The official counties the coverage check runs against.
      * OPTIONAL: with no county master yet the transactions still
      * apply and the check is skipped.
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

       FD GroupFile.
           COPY GEOGRP.

       FD CountyFile.
           COPY COUNTYREC.

      * One transaction per county being put in a group, moved to
      * another group of the same type, or taken out: the action
      * code, the type-and-county key, and the group's name (ignored
      * for a delete).
       FD GroupTransactionFile.
       01 GroupTransactionRec.
           88 EndOfGroupTransactions VALUE HIGH-VALUES.
           02 GX-Action PIC X.
               88 GX-AddCounty VALUE "A".
               88 GX-MoveCounty VALUE "U".
               88 GX-RemoveCounty VALUE "D".
           02 GX-GroupType PIC X(8).
           02 GX-StateNum PIC 99.
           02 GX-CountyCode PIC 9(3).
           02 GX-GroupName PIC X(24).

       WORKING-STORAGE SECTION.
       01 BusinessToday PIC 9(8) VALUE ZEROS.
       COPY FILESTAT.

       01 AddedCount PIC 9(4) VALUE ZERO.
       01 UpdatedCount PIC 9(4) VALUE ZERO.
       01 DeletedCount PIC 9(4) VALUE ZERO.
       01 RejectedCount PIC 9(4) VALUE ZERO.

      * The group types found on file, for the coverage check.
       01 MaxGroupTypes PIC 99 VALUE 50.
       01 GroupTypeTable.
           02 NumGroupTypes PIC 99 VALUE ZERO.
           02 GroupTypeEntry OCCURS 0 TO 50 TIMES
                    DEPENDING ON NumGroupTypes.
              03 GT-GroupType PIC X(8).
              03 GT-CountyCount PIC 9(5).
              03 GT-MissingCount PIC 9(5).
       01 GroupTypeIdx PIC 99.
       01 CheckType PIC X(8).
       01 UnknownCountyCount PIC 9(5) VALUE ZERO.

       01 WalkDoneFlag PIC X.
           88 WalkDone VALUE "Y".
       01 CountyMasterFlag PIC X VALUE "N".
           88 CountyMasterPresent VALUE "Y".

       PROCEDURE DIVISION.
       Main.
           PERFORM GetBusinessDate

           OPEN INPUT GroupTransactionFile
           MOVE "GeographyGroupTransactions.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN I-O GroupFile
           IF WS-FileStatus = "35"
               OPEN OUTPUT GroupFile
               CLOSE GroupFile
               OPEN I-O GroupFile
           END-IF
           MOVE "GeographyGroups.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           READ GroupTransactionFile
               AT END SET EndOfGroupTransactions TO TRUE
           END-READ
           MOVE "GeographyGroupTransactions.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           PERFORM UNTIL EndOfGroupTransactions
               PERFORM ApplyGroupTransaction

               READ GroupTransactionFile
                   AT END SET EndOfGroupTransactions TO TRUE
               END-READ
               MOVE "GeographyGroupTransactions.dat"
                   TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-PERFORM

           CLOSE GroupTransactionFile

           DISPLAY "Counties grouped:   " AddedCount
           DISPLAY "Counties moved:     " UpdatedCount
           DISPLAY "Counties ungrouped: " DeletedCount
           DISPLAY "Rejected:           " RejectedCount

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

           IF CountyMasterPresent
               PERFORM CheckGroupCoverage
               CLOSE CountyFile
           ELSE
               DISPLAY "No CountyMaster.dat - coverage check skipped"
           END-IF

           CLOSE GroupFile
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
       ApplyGroupTransaction.
           MOVE GX-GroupType TO GG-GroupType
           MOVE GX-StateNum TO GG-StateNum
           MOVE GX-CountyCode TO GG-CountyCode
           EVALUATE TRUE
               WHEN GX-AddCounty PERFORM AddGroupCounty
               WHEN GX-MoveCounty PERFORM MoveGroupCounty
               WHEN GX-RemoveCounty PERFORM RemoveGroupCounty
               WHEN OTHER
                   ADD 1 TO RejectedCount
                   DISPLAY "Rejected: invalid action " GX-Action
                       " for " GX-GroupType " state " GX-StateNum
                       " county " GX-CountyCode
           END-EVALUATE.

      * The add reads first, so a county already grouped under the
      * type is rejected naming the group it is already in.
       AddGroupCounty.
           IF GX-GroupType = SPACES OR GX-GroupName = SPACES
              OR GX-StateNum < 1 OR GX-StateNum > 50
               ADD 1 TO RejectedCount
               DISPLAY "Rejected: blank type or group, or bad state, "
                   "for state " GX-StateNum " county " GX-CountyCode
           ELSE
               READ GroupFile
                   INVALID KEY
                       MOVE GX-GroupName TO GG-GroupName
                       MOVE BusinessToday TO GG-ChangedDate
                       WRITE GeographyGroupRec
                       ADD 1 TO AddedCount
                       MOVE "GeographyGroups.dat" TO WS-FileStatusName
                       PERFORM CheckFileStatus
                   NOT INVALID KEY
                       ADD 1 TO RejectedCount
                       DISPLAY "Rejected: state " GX-StateNum
                           " county " GX-CountyCode " already in "
                           GX-GroupType " group " GG-GroupName
               END-READ
           END-IF.

       MoveGroupCounty.
           IF GX-GroupName = SPACES
               ADD 1 TO RejectedCount
               DISPLAY "Rejected: blank group for state "
                   GX-StateNum " county " GX-CountyCode
           ELSE
               READ GroupFile
                   INVALID KEY
                       ADD 1 TO RejectedCount
                       DISPLAY "Rejected: state " GX-StateNum
                           " county " GX-CountyCode " not in any "
                           GX-GroupType " group on update"
                   NOT INVALID KEY
                       MOVE GX-GroupName TO GG-GroupName
                       MOVE BusinessToday TO GG-ChangedDate
                       REWRITE GeographyGroupRec
                       ADD 1 TO UpdatedCount
                       MOVE "GeographyGroups.dat" TO WS-FileStatusName
                       PERFORM CheckFileStatus
               END-READ
           END-IF.

       RemoveGroupCounty.
           DELETE GroupFile
               INVALID KEY
                   ADD 1 TO RejectedCount
                   DISPLAY "Rejected: state " GX-StateNum
                       " county " GX-CountyCode " not in any "
                       GX-GroupType " group on delete"
               NOT INVALID KEY
                   ADD 1 TO DeletedCount
                   MOVE "GeographyGroups.dat" TO WS-FileStatusName
                   PERFORM CheckFileStatus
           END-DELETE.

      * One walk of the group file collects the types on file and
      * flags any grouped county the master doesn't have; then, per
      * type, one walk of the master flags every county with no
      * group under it.
       CheckGroupCoverage.
           MOVE LOW-VALUES TO GG-Key
           MOVE "N" TO WalkDoneFlag
           START GroupFile KEY NOT LESS THAN GG-Key
               INVALID KEY
                   SET WalkDone TO TRUE
           END-START

           PERFORM UNTIL WalkDone
               READ GroupFile NEXT RECORD
                   AT END SET WalkDone TO TRUE
               END-READ
               IF NOT WalkDone
                   MOVE "GeographyGroups.dat" TO WS-FileStatusName
                   PERFORM CheckFileStatus
                   PERFORM NoteGroupType
                   PERFORM CheckGroupedCounty
               END-IF
           END-PERFORM

           PERFORM VARYING GroupTypeIdx FROM 1 BY 1
                 UNTIL GroupTypeIdx > NumGroupTypes
               PERFORM CheckTypeCoverage
               DISPLAY GT-GroupType(GroupTypeIdx) ": "
                   GT-CountyCount(GroupTypeIdx) " county(ies) grouped, "
                   GT-MissingCount(GroupTypeIdx) " left out"
           END-PERFORM

           IF UnknownCountyCount > 0
               DISPLAY UnknownCountyCount " grouped county(ies) not "
                   "on CountyMaster.dat"
           END-IF.

      * The file reads back in type order, so a new type is always
      * the last one collected.
       NoteGroupType.
           IF NumGroupTypes > 0
               IF GT-GroupType(NumGroupTypes) = GG-GroupType
                   ADD 1 TO GT-CountyCount(NumGroupTypes)
               ELSE
                   PERFORM AddGroupType
               END-IF
           ELSE
               PERFORM AddGroupType
           END-IF.

       AddGroupType.
           IF NumGroupTypes < MaxGroupTypes
               ADD 1 TO NumGroupTypes
               MOVE GG-GroupType TO GT-GroupType(NumGroupTypes)
               MOVE 1 TO GT-CountyCount(NumGroupTypes)
               MOVE ZEROS TO GT-MissingCount(NumGroupTypes)
           ELSE
               DISPLAY "Warning: more than " MaxGroupTypes
                   " group types - " GG-GroupType " not checked"
           END-IF.

       CheckGroupedCounty.
           MOVE GG-StateNum TO CY-StateNum
           MOVE GG-CountyCode TO CY-CountyCode
           READ CountyFile
               INVALID KEY
                   ADD 1 TO UnknownCountyCount
                   DISPLAY "Not on county master: " GG-GroupType
                       " group " GG-GroupName " has state "
                       GG-StateNum " county " GG-CountyCode
           END-READ
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
               MOVE "CountyMaster.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF.

       CheckTypeCoverage.
           MOVE GT-GroupType(GroupTypeIdx) TO CheckType
           MOVE LOW-VALUES TO CY-Key
           MOVE "N" TO WalkDoneFlag
           START CountyFile KEY NOT LESS THAN CY-Key
               INVALID KEY
                   SET WalkDone TO TRUE
           END-START

           PERFORM UNTIL WalkDone
               READ CountyFile NEXT RECORD
                   AT END SET WalkDone TO TRUE
               END-READ
               IF NOT WalkDone
                   MOVE "CountyMaster.dat" TO WS-FileStatusName
                   PERFORM CheckFileStatus
                   MOVE CheckType TO GG-GroupType
                   MOVE CY-StateNum TO GG-StateNum
                   MOVE CY-CountyCode TO GG-CountyCode
                   READ GroupFile
                       INVALID KEY
                           ADD 1 TO GT-MissingCount(GroupTypeIdx)
                           DISPLAY "Left out of " CheckType
                               ": state " CY-StateNum " county "
                               CY-CountyCode " " CY-CountyName
                   END-READ
                   IF WS-FileStatus NOT = "00"
                      AND WS-FileStatus NOT = "23"
                       MOVE "GeographyGroups.dat" TO WS-FileStatusName
                       PERFORM CheckFileStatus
                   END-IF
               END-IF
           END-PERFORM.


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
