       IDENTIFICATION DIVISION.
       PROGRAM-ID. EnumeratorScorecard.
       AUTHOR. io.github.scrvrdn.
      * The census quality scorecard: traces every bad return back
      * to the enumerator and field office that produced it, so the
      * same people stop making the same mistakes. Per enumerator,
      * grouped by office, it gives the returns submitted, the
      * returns rejected and the reject rate by reason (from
      * CensusRejects.dat), the confirmed-duplicate rate (returns a
      * clerk merged away in DuplicateReview), and the share of
      * loaded returns missing a birth date or a household ID. Any
      * enumerator or office over a RETRAIN-* site knob is flagged
      * RETRAIN. Submitted is what loaded onto the census master
      * plus what the intake held back; rejects the edit pass made
      * of loaded records are traced through their census number.
      * Population-side rejects carry no census number and are
      * counted as unattributed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OPTIONAL: with no enumerator master, every enumerator scores
      * under their ID alone.
           SELECT OPTIONAL EnumeratorFile
              ASSIGN TO "EnumeratorMaster.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS EN-EnumeratorId
              FILE STATUS IS WS-FileStatus.

           SELECT CensusMasterFile ASSIGN TO "CensusMaster.dat"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FileStatus.

      * OPTIONAL: a cycle with nothing rejected or nothing flagged
      * may not have created these yet.
           SELECT OPTIONAL RejectFile ASSIGN TO "CensusRejects.dat"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FileStatus.

           SELECT OPTIONAL DupReviewFile ASSIGN TO "DupReview.dat"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FileStatus.

           SELECT ScorecardRpt ASSIGN TO "EnumeratorScorecard.rpt"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FileStatus.

           SELECT SortWorkFile ASSIGN TO "EnumeratorSort.dat".

      * The site's standing operational knobs, for the retraining
      * thresholds. OPTIONAL: a missing file leaves the compiled
      * defaults standing.
           SELECT OPTIONAL SiteParamFile ASSIGN TO "SiteParams.dat"
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

       FD EnumeratorFile.
           COPY ENUMREC.

       FD CensusMasterFile.
           COPY CENMREC.

       FD RejectFile.
           COPY CENREJ.

       FD DupReviewFile.
           COPY DUPREVW.

       FD ScorecardRpt.
       01 PrintLine PIC X(110).

       FD SiteParamFile.
           COPY SITEPARM.

       SD SortWorkFile.
       01 SortWorkRec.
           02 SW-FieldOffice PIC X(4).
           02 SW-EnumeratorId PIC 9(5).
           02 SW-EnumeratorIdx PIC 9(4).

       WORKING-STORAGE SECTION.
       01 BusinessToday PIC 9(8) VALUE ZEROS.
       COPY FILESTAT.
       COPY RPTHEAD.

      * Most an enumerator or office may reach, in percent, before
      * being flagged for retraining -- the RETRAIN-REJECT-PCT,
      * RETRAIN-DUP-PCT and RETRAIN-MISSING-PCT site knobs. The
      * missing limit applies to birth dates and household IDs
      * alike.
       01 RetrainRejectPct PIC 9(3)V9 VALUE 5.0.
       01 RetrainDupPct PIC 9(3)V9 VALUE 2.0.
       01 RetrainMissingPct PIC 9(3)V9 VALUE 10.0.

      * Every distinct reject reason met, in the order first met.
      * Reasons past the table's end share its last slot.
       01 MaxReasons PIC 99 VALUE 20.
       01 ReasonTable.
           02 NumReasons PIC 99 VALUE ZERO.
           02 ReasonEntry OCCURS 20 TIMES INDEXED BY Reason-Idx.
              03 RN-Reason PIC X(45).
       01 FoundReasonIdx PIC 99.
       01 ReasonScanIdx PIC 99.

      * Every enumerator scored: those on the master first, then any
      * ID met on a return that the master doesn't carry.
       01 MaxEnumerators PIC 9(4) VALUE 500.
       01 EnumeratorTable.
           02 NumEnumerators PIC 9(4) VALUE ZERO.
           02 EnumeratorEntry OCCURS 0 TO 500 TIMES
                    DEPENDING ON NumEnumerators
                    INDEXED BY Enum-Idx.
              03 ET-EnumeratorId PIC 9(5).
              03 ET-EnumeratorName PIC X(24).
              03 ET-FieldOffice PIC X(4).
              03 ET-Loaded PIC 9(6).
              03 ET-HeldBack PIC 9(6).
              03 ET-Rejected PIC 9(6).
              03 ET-Duplicates PIC 9(6).
              03 ET-NoBirthDate PIC 9(6).
              03 ET-NoHousehold PIC 9(6).
              03 ET-ReasonCount PIC 9(6) OCCURS 20 TIMES.
       01 EnumeratorTableFullFlag PIC X VALUE "N".
           88 EnumeratorTableFull VALUE "Y".
       01 FoundEnumIdx PIC 9(4).
       01 EnumScanIdx PIC 9(4).
       01 LookupEnumeratorId PIC 9(5).
       01 LookupFieldOffice PIC X(4).

      * Which enumerator took each return on the census master, so
      * a reject of a loaded record can be traced to them.
       01 MaxPersons PIC 9(4) VALUE 5000.
       01 PersonTable.
           02 NumPersons PIC 9(4) VALUE ZERO.
           02 PersonEntry OCCURS 0 TO 5000 TIMES
                    DEPENDING ON NumPersons
                    INDEXED BY Person-Idx.
              03 PT-CensusNumber PIC 9(8).
              03 PT-EnumIdx PIC 9(4).
       01 PersonTableFullFlag PIC X VALUE "N".
           88 PersonTableFull VALUE "Y".
       01 RejectCensusNumber PIC 9(8).

       01 UnattributedRejects PIC 9(6) VALUE ZERO.
       01 RetrainCount PIC 9(4) VALUE ZERO.

       01 SortDrainedFlag PIC X VALUE "N".
           88 SortDrained VALUE "Y".
       01 CurrentFieldOffice PIC X(4).
       01 OfficeOpenFlag PIC X VALUE "N".
           88 OfficeOpen VALUE "Y".

      * Accumulators for the enumerator in hand (slot 1), the
      * office (slot 2), and every return (slot 3).
       01 ScoreTotals.
           02 SL-Level OCCURS 3 TIMES.
              03 SL-Submitted PIC 9(7).
              03 SL-Loaded PIC 9(7).
              03 SL-Rejected PIC 9(7).
              03 SL-Duplicates PIC 9(7).
              03 SL-NoBirthDate PIC 9(7).
              03 SL-NoHousehold PIC 9(7).
              03 SL-ReasonCount PIC 9(7) OCCURS 20 TIMES.
       01 LevelIdx PIC 9.
       01 RejectRate PIC 9(3)V9.
       01 DuplicateRate PIC 9(3)V9.
       01 NoBirthRate PIC 9(3)V9.
       01 NoHouseholdRate PIC 9(3)V9.
       01 ReasonRate PIC 9(3)V9.

       01 ReportHeading PIC X(40)
           VALUE "Enumerator Quality Scorecard".
       01 ThresholdNote.
           02 FILLER PIC X(22) VALUE "Retrain over: reject ".
           02 TN-RejectPct PIC ZZ9.9.
           02 FILLER PIC X(14) VALUE "%  duplicate ".
           02 TN-DupPct PIC ZZ9.9.
           02 FILLER PIC X(25) VALUE "%  missing birth date or ".
           02 FILLER PIC X(10) VALUE "household ".
           02 TN-MissingPct PIC ZZ9.9.
           02 FILLER PIC X VALUE "%".
       01 ScoreColHeads.
           02 FILLER PIC X(6) VALUE "Enum".
           02 FILLER PIC X(25) VALUE "Name".
           02 FILLER PIC X(6) VALUE "Office".
           02 FILLER PIC X(10) VALUE " Submitted".
           02 FILLER PIC X(9) VALUE " Rejected".
           02 FILLER PIC X(8) VALUE " Reject%".
           02 FILLER PIC X(6) VALUE "  Dups".
           02 FILLER PIC X(7) VALUE "  Dup%".
           02 FILLER PIC X(9) VALUE " NoBirth%".
           02 FILLER PIC X(9) VALUE "  NoHHld%".
       01 ScoreLine.
           02 SC-KeyArea.
              03 SC-EnumeratorId PIC 9(5).
              03 FILLER PIC X VALUE SPACES.
              03 SC-EnumeratorName PIC X(24).
              03 FILLER PIC X VALUE SPACES.
              03 SC-FieldOffice PIC X(4).
              03 FILLER PIC X(2) VALUE SPACES.
           02 SC-Submitted PIC Z(9)9.
           02 SC-Rejected PIC Z(8)9.
           02 SC-RejectRate PIC Z(5)9.9.
           02 SC-Duplicates PIC Z(5)9.
           02 SC-DuplicateRate PIC Z(4)9.9.
           02 SC-NoBirthRate PIC Z(6)9.9.
           02 SC-NoHouseholdRate PIC Z(6)9.9.
           02 SC-RetrainFlag PIC X(9).
       01 ReasonLine.
           02 FILLER PIC X(8) VALUE SPACES.
           02 RL-Count PIC Z(5)9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RL-Reason PIC X(45).
           02 RL-Rate PIC ZZ9.9.
           02 FILLER PIC X(13) VALUE "% of returns".
       01 UnattributedLine.
           02 FILLER PIC X(44)
               VALUE "Rejects no enumerator can be traced to:    ".
           02 UA-Count PIC ZZZZZ9.

       PROCEDURE DIVISION.
       Main.
           PERFORM GetBusinessDate
           PERFORM LoadSiteParams
           PERFORM LoadEnumerators
           PERFORM ScoreMasterReturns
           PERFORM ScoreRejects
           PERFORM ScoreDuplicates

           OPEN OUTPUT ScorecardRpt
           MOVE "EnumeratorScorecard.rpt" TO WS-FileStatusName
           PERFORM CheckFileStatus

           MOVE BusinessToday TO RptRunDate
           MOVE RptRunDate(5:2) TO RptStampMonth
           MOVE RptRunDate(7:2) TO RptStampDay
           MOVE RptRunDate(1:4) TO RptStampYear
           MOVE RptPageNumber TO RptStampPage
           WRITE PrintLine FROM RptHeadingStamp AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus
           WRITE PrintLine FROM ReportHeading AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus
           MOVE RetrainRejectPct TO TN-RejectPct
           MOVE RetrainDupPct TO TN-DupPct
           MOVE RetrainMissingPct TO TN-MissingPct
           WRITE PrintLine FROM ThresholdNote AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus
           WRITE PrintLine FROM ScoreColHeads AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus

           MOVE ZEROS TO ScoreTotals
           SORT SortWorkFile
               ON ASCENDING KEY SW-FieldOffice SW-EnumeratorId
               INPUT PROCEDURE IS ReleaseEnumerators
               OUTPUT PROCEDURE IS BreakOnOffices

           MOVE 3 TO LevelIdx
           MOVE "All offices" TO SC-KeyArea
           PERFORM WriteScoreLine

           IF UnattributedRejects > 0
               MOVE UnattributedRejects TO UA-Count
               WRITE PrintLine FROM UnattributedLine
                   AFTER ADVANCING 2 LINES
               PERFORM CheckFileStatus
           END-IF

           CLOSE ScorecardRpt

           DISPLAY "Enumerators scored:     " NumEnumerators
           DISPLAY "Flagged for retraining: " RetrainCount
           STOP RUN.

      * Checks WS-FileStatus after an OPEN/READ/WRITE against
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

      * Reads the site parameter file, taking the retraining
      * thresholds and leaving the compiled defaults for any the
      * file doesn't carry. Status "05" is the missing OPTIONAL file.
       LoadSiteParams.
           OPEN INPUT SiteParamFile
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "05"
               MOVE "SiteParams.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF

           READ SiteParamFile
               AT END SET EndOfSiteParams TO TRUE
           END-READ

           PERFORM UNTIL EndOfSiteParams
               EVALUATE SP-ParamName
                   WHEN "RETRAIN-REJECT-PCT"
                       IF FUNCTION TEST-NUMVAL(SP-ParamValue) = 0
                           COMPUTE RetrainRejectPct =
                               FUNCTION NUMVAL(SP-ParamValue)
                       END-IF
                   WHEN "RETRAIN-DUP-PCT"
                       IF FUNCTION TEST-NUMVAL(SP-ParamValue) = 0
                           COMPUTE RetrainDupPct =
                               FUNCTION NUMVAL(SP-ParamValue)
                       END-IF
                   WHEN "RETRAIN-MISSING-PCT"
                       IF FUNCTION TEST-NUMVAL(SP-ParamValue) = 0
                           COMPUTE RetrainMissingPct =
                               FUNCTION NUMVAL(SP-ParamValue)
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE

               READ SiteParamFile
                   AT END SET EndOfSiteParams TO TRUE
               END-READ
           END-PERFORM

           CLOSE SiteParamFile.

      * Every enumerator on the master, departed ones included --
      * their past returns still score. Status "05" or "35" is a
      * site with no master yet.
       LoadEnumerators.
           OPEN INPUT EnumeratorFile
           IF WS-FileStatus = "00"
               MOVE "EnumeratorMaster.dat" TO WS-FileStatusName
               READ EnumeratorFile
                   AT END SET EndOfEnumeratorFile TO TRUE
               END-READ
               PERFORM CheckFileStatus
               PERFORM UNTIL EndOfEnumeratorFile
                   MOVE EN-EnumeratorId TO LookupEnumeratorId
                   MOVE EN-FieldOffice TO LookupFieldOffice
                   PERFORM AddEnumerator
                   IF FoundEnumIdx > 0
                       MOVE EN-EnumeratorName
                           TO ET-EnumeratorName(FoundEnumIdx)
                   END-IF
                   READ EnumeratorFile
                       AT END SET EndOfEnumeratorFile TO TRUE
                   END-READ
                   PERFORM CheckFileStatus
               END-PERFORM
               CLOSE EnumeratorFile
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

      * Counts each return on the census master against the
      * enumerator who took it, with the ones missing a birth date
      * or a household ID, and remembers who took which number.
       ScoreMasterReturns.
           OPEN INPUT CensusMasterFile
           MOVE "CensusMaster.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           READ CensusMasterFile
               AT END SET EndOfCensusMaster TO TRUE
           END-READ
           PERFORM CheckFileStatus

           PERFORM UNTIL EndOfCensusMaster
               IF CMR-EnumeratorId NUMERIC
                   MOVE CMR-EnumeratorId TO LookupEnumeratorId
               ELSE
                   MOVE ZEROS TO LookupEnumeratorId
               END-IF
               MOVE CMR-FieldOffice TO LookupFieldOffice
               PERFORM FindEnumerator
               IF FoundEnumIdx > 0
                   ADD 1 TO ET-Loaded(FoundEnumIdx)
                   IF CMR-BirthDate NOT NUMERIC OR CMR-BirthDate = 0
                       ADD 1 TO ET-NoBirthDate(FoundEnumIdx)
                   END-IF
                   IF CMR-HouseholdId NOT NUMERIC
                      OR CMR-HouseholdId = 0
                       ADD 1 TO ET-NoHousehold(FoundEnumIdx)
                   END-IF
                   PERFORM RememberPerson
               END-IF

               READ CensusMasterFile
                   AT END SET EndOfCensusMaster TO TRUE
               END-READ
               PERFORM CheckFileStatus
           END-PERFORM

           CLOSE CensusMasterFile.

       RememberPerson.
           IF NumPersons < MaxPersons
               ADD 1 TO NumPersons
               MOVE CMR-CensusNumber TO PT-CensusNumber(NumPersons)
               MOVE FoundEnumIdx TO PT-EnumIdx(NumPersons)
           ELSE
               IF NOT PersonTableFull
                   DISPLAY "Warning: person table full at "
                       MaxPersons " returns - later edit rejects "
                       "counted as unattributed"
                   SET PersonTableFull TO TRUE
               END-IF
           END-IF.

      * Every reject on file, open or corrected -- a corrected
      * return was still a bad one. Intake rejects name their
      * enumerator in the held-back image and were never loaded, so
      * they add to the returns submitted; surname-side rejects are
      * loaded records, traced through their census number.
       ScoreRejects.
           OPEN INPUT RejectFile
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "05"
               MOVE "CensusRejects.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF
           MOVE "CensusRejects.dat" TO WS-FileStatusName

           READ RejectFile
               AT END SET EndOfRejects TO TRUE
           END-READ
           PERFORM CheckFileStatus

           PERFORM UNTIL EndOfRejects
               MOVE ZEROS TO FoundEnumIdx
               EVALUATE TRUE
                   WHEN RJ-FromIntake
                       IF RJ-RecordImage(60:5) NUMERIC
                           MOVE RJ-RecordImage(60:5)
                               TO LookupEnumeratorId
                       ELSE
                           MOVE ZEROS TO LookupEnumeratorId
                       END-IF
                       MOVE RJ-RecordImage(65:4) TO LookupFieldOffice
                       PERFORM FindEnumerator
                       IF FoundEnumIdx > 0
                           ADD 1 TO ET-HeldBack(FoundEnumIdx)
                       END-IF
                   WHEN RJ-FromSurnameCensus
                       PERFORM TraceRejectedPerson
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE

               IF FoundEnumIdx > 0
                   ADD 1 TO ET-Rejected(FoundEnumIdx)
                   PERFORM FindReason
                   ADD 1 TO ET-ReasonCount(FoundEnumIdx, FoundReasonIdx)
               ELSE
                   ADD 1 TO UnattributedRejects
               END-IF

               READ RejectFile
                   AT END SET EndOfRejects TO TRUE
               END-READ
               PERFORM CheckFileStatus
           END-PERFORM

           CLOSE RejectFile.

       TraceRejectedPerson.
           IF RJ-RecordImage(1:8) NUMERIC
               MOVE RJ-RecordImage(1:8) TO RejectCensusNumber
               SET Person-Idx TO 1
               SEARCH PersonEntry
                   AT END CONTINUE
                   WHEN PT-CensusNumber(Person-Idx) = RejectCensusNumber
                       MOVE PT-EnumIdx(Person-Idx) TO FoundEnumIdx
               END-SEARCH
           END-IF.

      * Finds the reject's reason among those met so far, adding it
      * if new; once the table is full, new reasons share the last
      * slot.
       FindReason.
           MOVE ZEROS TO FoundReasonIdx
           PERFORM VARYING ReasonScanIdx FROM 1 BY 1
                 UNTIL ReasonScanIdx > NumReasons
                    OR FoundReasonIdx > 0
               IF RN-Reason(ReasonScanIdx) = RJ-Reason
                   MOVE ReasonScanIdx TO FoundReasonIdx
               END-IF
           END-PERFORM
           IF FoundReasonIdx = 0
               IF NumReasons < MaxReasons
                   ADD 1 TO NumReasons
                   MOVE RJ-Reason TO RN-Reason(NumReasons)
                   IF NumReasons = MaxReasons
                       MOVE "Other reasons" TO RN-Reason(NumReasons)
                   END-IF
               END-IF
               MOVE NumReasons TO FoundReasonIdx
           END-IF.

      * A duplicate a clerk merged away was a real second return of
      * someone already counted -- it scores against whoever keyed
      * the second copy.
       ScoreDuplicates.
           OPEN INPUT DupReviewFile
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "05"
               MOVE "DupReview.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF
           MOVE "DupReview.dat" TO WS-FileStatusName

           READ DupReviewFile
               AT END SET EndOfDupReview TO TRUE
           END-READ
           PERFORM CheckFileStatus

           PERFORM UNTIL EndOfDupReview
               IF DR-Merged
                   IF DR-EnumeratorId NUMERIC
                       MOVE DR-EnumeratorId TO LookupEnumeratorId
                   ELSE
                       MOVE ZEROS TO LookupEnumeratorId
                   END-IF
                   MOVE DR-FieldOffice TO LookupFieldOffice
                   PERFORM FindEnumerator
                   IF FoundEnumIdx > 0
                       ADD 1 TO ET-Duplicates(FoundEnumIdx)
                   END-IF
               END-IF

               READ DupReviewFile
                   AT END SET EndOfDupReview TO TRUE
               END-READ
               PERFORM CheckFileStatus
           END-PERFORM

           CLOSE DupReviewFile.

      * Finds LookupEnumeratorId in the table, adding an enumerator
      * the master doesn't carry under the office on the return.
      * FoundEnumIdx is zero only when the table is full.
       FindEnumerator.
           MOVE ZEROS TO FoundEnumIdx
           IF NumEnumerators > 0
               SET Enum-Idx TO 1
               SEARCH EnumeratorEntry
                   AT END CONTINUE
                   WHEN ET-EnumeratorId(Enum-Idx) = LookupEnumeratorId
                       SET FoundEnumIdx TO Enum-Idx
               END-SEARCH
           END-IF
           IF FoundEnumIdx = 0
               PERFORM AddEnumerator
               IF FoundEnumIdx > 0
                   IF LookupEnumeratorId = 0
                       MOVE "(none on the return)"
                           TO ET-EnumeratorName(FoundEnumIdx)
                   ELSE
                       MOVE "(not on the master)"
                           TO ET-EnumeratorName(FoundEnumIdx)
                   END-IF
               END-IF
           END-IF.

       AddEnumerator.
           MOVE ZEROS TO FoundEnumIdx
           IF NumEnumerators < MaxEnumerators
               ADD 1 TO NumEnumerators
               MOVE NumEnumerators TO FoundEnumIdx
               MOVE LookupEnumeratorId
                   TO ET-EnumeratorId(FoundEnumIdx)
               MOVE SPACES TO ET-EnumeratorName(FoundEnumIdx)
               MOVE LookupFieldOffice TO ET-FieldOffice(FoundEnumIdx)
               MOVE ZEROS TO ET-Loaded(FoundEnumIdx)
               MOVE ZEROS TO ET-HeldBack(FoundEnumIdx)
               MOVE ZEROS TO ET-Rejected(FoundEnumIdx)
               MOVE ZEROS TO ET-Duplicates(FoundEnumIdx)
               MOVE ZEROS TO ET-NoBirthDate(FoundEnumIdx)
               MOVE ZEROS TO ET-NoHousehold(FoundEnumIdx)
               PERFORM VARYING ReasonScanIdx FROM 1 BY 1
                     UNTIL ReasonScanIdx > MaxReasons
                   MOVE ZEROS
                       TO ET-ReasonCount(FoundEnumIdx, ReasonScanIdx)
               END-PERFORM
           ELSE
               IF NOT EnumeratorTableFull
                   DISPLAY "Warning: enumerator table full at "
                       MaxEnumerators " enumerators - later "
                       "enumerators not scored"
                   SET EnumeratorTableFull TO TRUE
               END-IF
           END-IF.

       ReleaseEnumerators.
           PERFORM VARYING EnumScanIdx FROM 1 BY 1
                 UNTIL EnumScanIdx > NumEnumerators
               MOVE ET-FieldOffice(EnumScanIdx) TO SW-FieldOffice
               MOVE ET-EnumeratorId(EnumScanIdx) TO SW-EnumeratorId
               MOVE EnumScanIdx TO SW-EnumeratorIdx
               RELEASE SortWorkRec
           END-PERFORM.

      * Walks the enumerators in office order: each enumerator gets
      * a line of its own, rolled into its office, and each office
      * closes into its total line.
       BreakOnOffices.
           RETURN SortWorkFile
               AT END SET SortDrained TO TRUE
           END-RETURN

           PERFORM UNTIL SortDrained
               IF NOT OfficeOpen
                   PERFORM OpenOfficeGroup
               ELSE
                   IF SW-FieldOffice NOT = CurrentFieldOffice
                       PERFORM CloseOfficeGroup
                       PERFORM OpenOfficeGroup
                   END-IF
               END-IF

               PERFORM ScoreOneEnumerator

               RETURN SortWorkFile
                   AT END SET SortDrained TO TRUE
               END-RETURN
           END-PERFORM

           IF OfficeOpen
               PERFORM CloseOfficeGroup
           END-IF.

       OpenOfficeGroup.
           SET OfficeOpen TO TRUE
           MOVE SW-FieldOffice TO CurrentFieldOffice
           MOVE ZEROS TO SL-Level(2).

       CloseOfficeGroup.
           MOVE "N" TO OfficeOpenFlag
           MOVE 2 TO LevelIdx
           MOVE SPACES TO SC-KeyArea
           MOVE "Office total" TO SC-EnumeratorName
           MOVE CurrentFieldOffice TO SC-FieldOffice
           PERFORM WriteScoreLine
           MOVE SPACES TO PrintLine
           WRITE PrintLine AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus.

      * Loads the enumerator's counts into slot 1, rolls them into
      * the office and the grand total, and writes their line.
       ScoreOneEnumerator.
           MOVE SW-EnumeratorIdx TO EnumScanIdx
           MOVE ZEROS TO SL-Level(1)
           COMPUTE SL-Submitted(1) =
               ET-Loaded(EnumScanIdx) + ET-HeldBack(EnumScanIdx)
           MOVE ET-Loaded(EnumScanIdx) TO SL-Loaded(1)
           MOVE ET-Rejected(EnumScanIdx) TO SL-Rejected(1)
           MOVE ET-Duplicates(EnumScanIdx) TO SL-Duplicates(1)
           MOVE ET-NoBirthDate(EnumScanIdx) TO SL-NoBirthDate(1)
           MOVE ET-NoHousehold(EnumScanIdx) TO SL-NoHousehold(1)
           PERFORM VARYING ReasonScanIdx FROM 1 BY 1
                 UNTIL ReasonScanIdx > NumReasons
               MOVE ET-ReasonCount(EnumScanIdx, ReasonScanIdx)
                   TO SL-ReasonCount(1, ReasonScanIdx)
           END-PERFORM

           PERFORM VARYING LevelIdx FROM 2 BY 1 UNTIL LevelIdx > 3
               ADD SL-Submitted(1) TO SL-Submitted(LevelIdx)
               ADD SL-Loaded(1) TO SL-Loaded(LevelIdx)
               ADD SL-Rejected(1) TO SL-Rejected(LevelIdx)
               ADD SL-Duplicates(1) TO SL-Duplicates(LevelIdx)
               ADD SL-NoBirthDate(1) TO SL-NoBirthDate(LevelIdx)
               ADD SL-NoHousehold(1) TO SL-NoHousehold(LevelIdx)
               PERFORM VARYING ReasonScanIdx FROM 1 BY 1
                     UNTIL ReasonScanIdx > NumReasons
                   ADD SL-ReasonCount(1, ReasonScanIdx)
                       TO SL-ReasonCount(LevelIdx, ReasonScanIdx)
               END-PERFORM
           END-PERFORM

           MOVE 1 TO LevelIdx
           MOVE ET-EnumeratorId(EnumScanIdx) TO SC-EnumeratorId
           MOVE ET-EnumeratorName(EnumScanIdx) TO SC-EnumeratorName
           MOVE ET-FieldOffice(EnumScanIdx) TO SC-FieldOffice
           PERFORM WriteScoreLine.

      * One line off the accumulators at LevelIdx, then a line per
      * reason it had rejects for. Rejects run against the returns
      * submitted; duplicates and missing fields against the returns
      * loaded. Any rate over its threshold flags the line RETRAIN.
       WriteScoreLine.
           IF SL-Submitted(LevelIdx) > 0
               COMPUTE RejectRate ROUNDED =
                   SL-Rejected(LevelIdx) / SL-Submitted(LevelIdx) * 100
           ELSE
               MOVE ZEROS TO RejectRate
           END-IF
           IF SL-Loaded(LevelIdx) > 0
               COMPUTE DuplicateRate ROUNDED =
                   SL-Duplicates(LevelIdx) / SL-Loaded(LevelIdx) * 100
               COMPUTE NoBirthRate ROUNDED =
                   SL-NoBirthDate(LevelIdx) / SL-Loaded(LevelIdx) * 100
               COMPUTE NoHouseholdRate ROUNDED =
                   SL-NoHousehold(LevelIdx) / SL-Loaded(LevelIdx) * 100
           ELSE
               MOVE ZEROS TO DuplicateRate
               MOVE ZEROS TO NoBirthRate
               MOVE ZEROS TO NoHouseholdRate
           END-IF

           MOVE SL-Submitted(LevelIdx) TO SC-Submitted
           MOVE SL-Rejected(LevelIdx) TO SC-Rejected
           MOVE RejectRate TO SC-RejectRate
           MOVE SL-Duplicates(LevelIdx) TO SC-Duplicates
           MOVE DuplicateRate TO SC-DuplicateRate
           MOVE NoBirthRate TO SC-NoBirthRate
           MOVE NoHouseholdRate TO SC-NoHouseholdRate
           IF RejectRate > RetrainRejectPct
              OR DuplicateRate > RetrainDupPct
              OR NoBirthRate > RetrainMissingPct
              OR NoHouseholdRate > RetrainMissingPct
               MOVE "  RETRAIN" TO SC-RetrainFlag
               IF LevelIdx = 1
                   ADD 1 TO RetrainCount
               END-IF
           ELSE
               MOVE SPACES TO SC-RetrainFlag
           END-IF
           MOVE "EnumeratorScorecard.rpt" TO WS-FileStatusName
           WRITE PrintLine FROM ScoreLine AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus

           PERFORM VARYING ReasonScanIdx FROM 1 BY 1
                 UNTIL ReasonScanIdx > NumReasons
               IF SL-ReasonCount(LevelIdx, ReasonScanIdx) > 0
                   PERFORM WriteReasonLine
               END-IF
           END-PERFORM.

       WriteReasonLine.
           MOVE SL-ReasonCount(LevelIdx, ReasonScanIdx) TO RL-Count
           MOVE RN-Reason(ReasonScanIdx) TO RL-Reason
           IF SL-Submitted(LevelIdx) > 0
               COMPUTE ReasonRate ROUNDED =
                   SL-ReasonCount(LevelIdx, ReasonScanIdx)
                       / SL-Submitted(LevelIdx) * 100
           ELSE
               MOVE ZEROS TO ReasonRate
           END-IF
           MOVE ReasonRate TO RL-Rate
           WRITE PrintLine FROM ReasonLine AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus.


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
