      * intake file, stamping each record with this cycle's effective
      * date. The master replaces the two disconnected per-report
      * files as the system of record; CensusExtracts regenerates the
      * report inputs from it each cycle. Each household is checked
      * against the dwelling register: one no dwelling houses, or
      * housed in another county, is listed for the housing board.
      * Each return must come from an active enumerator on the
      * enumerator master, keyed under that enumerator's field
      * office; any other is held on CensusRejects.dat.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FileStatus.

      * The dwelling register, for the household check. OPTIONAL:
      * a site with no register yet loads without the check.
           SELECT OPTIONAL DwellingFile ASSIGN TO "DwellingMaster.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS DW-DwellingNumber
              FILE STATUS IS WS-FileStatus.

      * The enumerator master, for the enumerator check. OPTIONAL:
      * a site with no enumerators on file loads without it.
           SELECT OPTIONAL EnumeratorFile
              ASSIGN TO "EnumeratorMaster.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS EN-EnumeratorId
              FILE STATUS IS WS-FileStatus.

      * The business day this cycle stamps from, set by the batch
      * driver -- see BUSDATE.
      * Date of birth (CCYYMMDD) -- zero when the field office only
      * captured the single-digit age bracket.
           02 PI-BirthDate PIC 9(8).
      * The enumerator who took the return and the field office
      * they keyed it under.
           02 PI-EnumeratorId PIC 9(5).
           02 PI-FieldOffice PIC X(4).

       FD CensusMasterFile.
           COPY CENMREC.
           88 EndOfMergeDrops VALUE HIGH-VALUES.
           02 MD-CensusNumber PIC 9(8).

       FD DwellingFile.
           COPY DWELLREC.

       FD EnumeratorFile.
           COPY ENUMREC.

       WORKING-STORAGE SECTION.
       01 BusinessToday PIC 9(8) VALUE ZEROS.
       COPY FILESTAT.
       01 OnDropListFlag PIC X.
           88 OnDropList VALUE "Y".

      * Every household the dwelling register houses, with the
      * dwelling and its county, loaded once up front. A household
      * the register doesn't know is added with dwelling zero when
      * first reported, so it is reported only once.
       01 MaxDwellingHouseholds PIC 9(4) VALUE 5000.
       01 DwellingHouseholdTable.
           02 NumDwellingHouseholds PIC 9(4) VALUE ZERO.
           02 DwellingHouseholdEntry OCCURS 0 TO 5000 TIMES
                    DEPENDING ON NumDwellingHouseholds
                    INDEXED BY DwellHH-Idx.
              03 DH-HouseholdId PIC 9(6).
              03 DH-DwellingNumber PIC 9(8).
              03 DH-StateNum PIC 99.
              03 DH-CountyCode PIC 9(3).
              03 DH-ReportedFlag PIC X.
                  88 DH-Reported VALUE "Y".
       01 DwellingRegisterFlag PIC X VALUE "N".
           88 DwellingRegisterPresent VALUE "Y".
       01 DwellingTableFullFlag PIC X VALUE "N".
           88 DwellingTableFull VALUE "Y".
       01 FoundDwellHHIdx PIC 9(4).
       01 HouseholdsNoDwelling PIC 9(6) VALUE ZERO.
       01 HouseholdsWrongCounty PIC 9(6) VALUE ZERO.

       01 EnumeratorMasterFlag PIC X VALUE "N".
           88 EnumeratorMasterPresent VALUE "Y".
       01 EnumeratorRejects PIC 9(6) VALUE ZERO.
       01 EnumeratorRejectReason PIC X(45).

       PROCEDURE DIVISION.
       Main.
           PERFORM GetBusinessDate
           MOVE BusinessToday TO CycleDate
           PERFORM LoadMergeDrops
           PERFORM LoadDwellingHouseholds
           PERFORM OpenEnumeratorMaster

           OPEN INPUT PersonIntakeFile
           MOVE "PersonIntake.dat" TO WS-FileStatusName
           CLOSE CensusMasterFile
           CLOSE RejectFile
           CLOSE DupReviewFile
           IF EnumeratorMasterPresent
               CLOSE EnumeratorFile
           END-IF

           DISPLAY "CensusMaster.dat built - " RecordsLoaded
               " person records, effective " CycleDate
               DISPLAY "Merged-away numbers skipped: "
                   MergeDropsSkipped
           END-IF
           IF HouseholdsNoDwelling > 0
               DISPLAY "Households on no registered dwelling: "
                   HouseholdsNoDwelling
           END-IF
           IF HouseholdsWrongCounty > 0
               DISPLAY "Households in another county from their "
                   "dwelling: " HouseholdsWrongCounty
           END-IF
           IF EnumeratorRejects > 0
               DISPLAY "Returns held back on the enumerator check: "
                   EnumeratorRejects
           END-IF
           STOP RUN.

       LoadOnePerson.
           ELSE
               MOVE ZEROS TO CMR-BirthDate
           END-IF
           MOVE PI-EnumeratorId TO CMR-EnumeratorId
           MOVE PI-FieldOffice TO CMR-FieldOffice
           MOVE ZEROS TO CMR-DeceasedDate
           IF DwellingRegisterPresent AND CMR-HouseholdId > 0
               PERFORM CheckHouseholdDwelling
           END-IF
           WRITE CensusMasterRec
           MOVE "CensusMaster.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus
      * different people under one number); and a fresh number
      * whose surname, county, age, and gender match someone
      * already loaded is flagged for the review workflow but still
      * loads -- a suspicion isn't a verdict. A return that survives
      * the number checks but not the enumerator check is rejected
      * for correction before it is counted as seen.
       ScreenIntakeRecord.
           MOVE "L" TO LoadDisposition

               PERFORM CheckSameNumber
           END-IF

           IF LoadTheRecord AND EnumeratorMasterPresent
               PERFORM CheckEnumerator
           END-IF

           IF LoadTheRecord
               PERFORM CheckSamePerson
               PERFORM RecordSeenPerson
           MOVE PI-CountyName TO DR-CountyName
           MOVE PI-Age TO DR-Age
           MOVE PI-Gender TO DR-Gender
           MOVE PI-EnumeratorId TO DR-EnumeratorId
           MOVE PI-FieldOffice TO DR-FieldOffice
           WRITE DupReviewRec
           MOVE "DupReview.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus.
               END-IF
           END-IF.

      * The enumerator named on the return must be on the master,
      * still active, and keyed under their own field office.
       CheckEnumerator.
           MOVE SPACES TO EnumeratorRejectReason
           IF PI-EnumeratorId NOT NUMERIC OR PI-EnumeratorId = 0
               MOVE "No enumerator ID on the return"
                   TO EnumeratorRejectReason
           ELSE
               MOVE PI-EnumeratorId TO EN-EnumeratorId
               READ EnumeratorFile
                   INVALID KEY
                       MOVE "Enumerator not on the enumerator master"
                           TO EnumeratorRejectReason
               END-READ
               IF WS-FileStatus NOT = "23"
                   MOVE "EnumeratorMaster.dat" TO WS-FileStatusName
                   PERFORM CheckFileStatus
               END-IF
           END-IF

           IF EnumeratorRejectReason = SPACES
               EVALUATE TRUE
                   WHEN EN-Departed
                       MOVE "Enumerator has left the census"
                           TO EnumeratorRejectReason
                   WHEN EN-FieldOffice NOT = PI-FieldOffice
                       MOVE "Field office is not the enumerator's own"
                           TO EnumeratorRejectReason
               END-EVALUATE
           END-IF

           IF EnumeratorRejectReason NOT = SPACES
               MOVE "S" TO LoadDisposition
               PERFORM RejectEnumeratorReturn
           END-IF.

       RejectEnumeratorReturn.
           ADD 1 TO EnumeratorRejects
           SET RJ-FromIntake TO TRUE
           SET RJ-Open TO TRUE
           MOVE EnumeratorRejectReason TO RJ-Reason
           MOVE PersonIntakeRec TO RJ-RecordImage
           WRITE CensusRejectRec
           MOVE "CensusRejects.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus
           DISPLAY "Rejected: CensusNumber " PI-CensusNumber " - "
               FUNCTION TRIM(EnumeratorRejectReason).

      * Opens the enumerator master for the enumerator check.
      * Status "05" or "35" is a site with no enumerators on file
      * yet -- the check is then skipped.
       OpenEnumeratorMaster.
           OPEN INPUT EnumeratorFile
           IF WS-FileStatus = "00"
               SET EnumeratorMasterPresent TO TRUE
           ELSE
               IF WS-FileStatus = "05"
                   CLOSE EnumeratorFile
               ELSE
                   IF WS-FileStatus NOT = "35"
                       MOVE "EnumeratorMaster.dat" TO WS-FileStatusName
                       PERFORM CheckFileStatus
                   END-IF
               END-IF
           END-IF.

      * Reads the numbers the clerks merged away. Status "05" is
      * the missing OPTIONAL file before the first merge.
       LoadMergeDrops.

           CLOSE MergeDropFile.

      * Reads every housed household off the dwelling register.
      * Status "05" or "35" is a site with no register yet -- the
      * household check is then skipped.
       LoadDwellingHouseholds.
           OPEN INPUT DwellingFile
           IF WS-FileStatus = "00"
               SET DwellingRegisterPresent TO TRUE
               MOVE "DwellingMaster.dat" TO WS-FileStatusName
               READ DwellingFile
                   AT END SET EndOfDwellingFile TO TRUE
               END-READ
               PERFORM CheckFileStatus
               PERFORM UNTIL EndOfDwellingFile
                   IF DW-HouseholdId > 0
                       PERFORM StoreDwellingHousehold
                   END-IF
                   READ DwellingFile
                       AT END SET EndOfDwellingFile TO TRUE
                   END-READ
                   PERFORM CheckFileStatus
               END-PERFORM
               CLOSE DwellingFile
           ELSE
               IF WS-FileStatus NOT = "05" AND WS-FileStatus NOT = "35"
                   MOVE "DwellingMaster.dat" TO WS-FileStatusName
                   PERFORM CheckFileStatus
               END-IF
           END-IF.

       StoreDwellingHousehold.
           IF NumDwellingHouseholds < MaxDwellingHouseholds
               ADD 1 TO NumDwellingHouseholds
               MOVE DW-HouseholdId
                   TO DH-HouseholdId(NumDwellingHouseholds)
               MOVE DW-DwellingNumber
                   TO DH-DwellingNumber(NumDwellingHouseholds)
               MOVE DW-StateNum TO DH-StateNum(NumDwellingHouseholds)
               MOVE DW-CountyCode
                   TO DH-CountyCode(NumDwellingHouseholds)
               MOVE "N" TO DH-ReportedFlag(NumDwellingHouseholds)
           ELSE
               IF NOT DwellingTableFull
                   DISPLAY "Warning: dwelling household table full "
                       "at " MaxDwellingHouseholds " households - "
                       "later households not checked"
                   SET DwellingTableFull TO TRUE
               END-IF
           END-IF.

      * The person still loads -- they are real whatever the
      * register says -- but a household no dwelling houses, or one
      * whose dwelling is in another county, is listed once for the
      * housing board to put right on the register.
       CheckHouseholdDwelling.
           MOVE ZEROS TO FoundDwellHHIdx
           SET DwellHH-Idx TO 1
           SEARCH DwellingHouseholdEntry
               AT END CONTINUE
               WHEN DH-HouseholdId(DwellHH-Idx) = CMR-HouseholdId
                   SET FoundDwellHHIdx TO DwellHH-Idx
           END-SEARCH

           IF FoundDwellHHIdx = 0
               IF NOT DwellingTableFull
                   ADD 1 TO HouseholdsNoDwelling
                   DISPLAY "Household " CMR-HouseholdId
                       " is on no registered dwelling"
                   MOVE ZEROS TO DW-DwellingNumber
                   MOVE CMR-StateNum TO DW-StateNum
                   MOVE CMR-CountyCode TO DW-CountyCode
                   MOVE CMR-HouseholdId TO DW-HouseholdId
                   PERFORM StoreDwellingHousehold
                   IF NOT DwellingTableFull
                       SET DH-Reported(NumDwellingHouseholds) TO TRUE
                   END-IF
               END-IF
           ELSE
               IF NOT DH-Reported(FoundDwellHHIdx)
                  AND (DH-StateNum(FoundDwellHHIdx) NOT = CMR-StateNum
                   OR DH-CountyCode(FoundDwellHHIdx)
                       NOT = CMR-CountyCode)
                   SET DH-Reported(FoundDwellHHIdx) TO TRUE
                   ADD 1 TO HouseholdsWrongCounty
                   DISPLAY "Household " CMR-HouseholdId " is in state "
                       CMR-StateNum " county " CMR-CountyCode
                       " but dwelling "
                       DH-DwellingNumber(FoundDwellHHIdx)
                       " is in state " DH-StateNum(FoundDwellHHIdx)
                       " county " DH-CountyCode(FoundDwellHHIdx)
               END-IF
           END-IF.

      * Checks WS-FileStatus after an OPEN/READ/WRITE against
      * WS-FileStatusName (set by the caller immediately beforehand),
      * so a missing or unreadable file gives a readable message
