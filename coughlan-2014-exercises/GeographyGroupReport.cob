       IDENTIFICATION DIVISION.
       PROGRAM-ID. GeographyGroupReport.
       AUTHOR. io.github.scrvrdn.
      * The population census by user-defined geography: for an
      * operator-chosen group type (health boards, school districts,
      * metro areas -- whatever GeographyGroups.dat carries), prints
      * per group the same age, gender, and car-ownership breakdown
      * the state gets from PopulationDetailsReport-2, adding up the
      * group's counties across state lines -- so "by health board"
      * stops being a manual add-up from CountyDrilldown.rpt.
      * Records from a county with no group under the type are
      * shown on a line of their own rather than quietly dropped.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CensusFile ASSIGN TO "CensusFile.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

           SELECT GroupRpt ASSIGN TO "GeographyGroup.rpt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

      * The county-to-group assignments, kept by
      * GeographyGroupMaintenance.
           SELECT GroupFile ASSIGN TO "GeographyGroups.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GG-Key
               FILE STATUS IS WS-FileStatus.

      * The site's standing operational knobs, for the minimum
      * published cell size. OPTIONAL: a missing file leaves the
      * compiled default standing.
           SELECT OPTIONAL SiteParamFile ASSIGN TO "SiteParams.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

      * Every cell this run withholds from the report, appended for
      * the census office -- see DISCLOG.
           SELECT DisclosureLogFile ASSIGN TO "DisclosureLog.dat"
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

       FD CensusFile.
           COPY POPCENREC.

       FD GroupRpt.
       01 ReportLine PIC X(130).

       FD GroupFile.
           COPY GEOGRP.

       FD SiteParamFile.
           COPY SITEPARM.

       FD DisclosureLogFile.
           COPY DISCLOG.

       WORKING-STORAGE SECTION.
       01 BusinessToday PIC 9(8) VALUE ZEROS.
       COPY RPTHEAD.
       COPY FILESTAT.
       COPY DISCLWS.

       01 ChosenGroupType PIC X(8).

      * Every county grouped under the chosen type, in key order as
      * the group file reads back, and the group it belongs to.
       01 MaxGroupCounties PIC 9(4) VALUE 3000.
       01 GroupCountyTable.
           02 NumGroupCounties PIC 9(4) VALUE ZERO.
           02 GroupCountyEntry OCCURS 0 TO 3000 TIMES
                    DEPENDING ON NumGroupCounties
                    ASCENDING KEY IS GC-Key
                    INDEXED BY GroupCounty-Idx.
              03 GC-Key.
                 04 GC-StateNum PIC 99.
                 04 GC-CountyCode PIC 9(3).
              03 GC-GroupIdx PIC 9(3).
       01 GroupCountyFullFlag PIC X VALUE "N".
           88 GroupCountyTableFull VALUE "Y".
       01 CensusCountyKey.
           02 CK-StateNum PIC 99.
           02 CK-CountyCode PIC 9(3).

      * One entry per group of the type, with the same car-owner and
      * age/gender cells the per-state table keeps. Records from an
      * ungrouped county gather in an entry of their own.
       01 MaxGroups PIC 9(3) VALUE 300.
       01 GroupTable.
           02 NumGroups PIC 9(3) VALUE ZERO.
           02 GroupEntry OCCURS 0 TO 300 TIMES
                    DEPENDING ON NumGroups
                    INDEXED BY Group-Idx.
              03 GR-GroupName PIC X(24).
              03 GR-CountyCount PIC 9(4).
              03 GR-CarOwners PIC 9(8).
              03 GR-AgeCategory OCCURS 4 TIMES.
                 04 GR-GenderCategory PIC 9(8) OCCURS 2 TIMES.
       01 GroupTableFullFlag PIC X VALUE "N".
           88 GroupTableFull VALUE "Y".
       01 FoundGroupIdx PIC 9(3).
       01 UngroupedIdx PIC 9(3) VALUE ZERO.
       01 GroupScanIdx PIC 9(3).
       01 LookupGroupName PIC X(24).
       01 UngroupedName PIC X(24) VALUE "(not in any group)".

       01 WalkDoneFlag PIC X.
           88 WalkDone VALUE "Y".

       01 RecordsRead PIC 9(8) VALUE ZERO.
       01 UngroupedRecords PIC 9(8) VALUE ZERO.
       01 RejectedCensusCount PIC 9(6) VALUE ZERO.
       01 GroupPop PIC 9(9).
       01 GridAgeIdx PIC 9.
       01 GridGenderIdx PIC 9.

       01 CensusRecValid PIC X VALUE "Y".
           88 CensusRecIsValid VALUE "Y".

       01 ReportHeader.
           02 FILLER PIC X(30)
               VALUE "Population by Geography Group:".
           02 FILLER PIC X(1) VALUE SPACES.
           02 RH-GroupType PIC X(8).

       01 ColHeaders1.
           02 FILLER PIC X(24) VALUE "Group".
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(7) VALUE SPACES.
           02 FILLER PIC X(3) VALUE "Car".
           02 FILLER PIC X(8) VALUE SPACES.
           02 FILLER PIC X(4) VALUE "Male".
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(6) VALUE "Female".
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(4) VALUE "Male".
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(6) VALUE "Female".
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(4) VALUE "Male".
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(6) VALUE "Female".
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(4) VALUE "Male".
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(6) VALUE "Female".
       01 ColHeaders2.
           02 FILLER PIC X(24) VALUE "Name".
           02 FILLER PIC X(4) VALUE "Ctys".
           02 FILLER PIC X(6) VALUE SPACES.
           02 FILLER PIC X(6) VALUE "Owners".
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(6) VALUE "Adults".
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(6) VALUE "Adults".
           02 FILLER PIC X(3) VALUE SPACES.
           02 FILLER PIC X(5) VALUE "Teens".
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(5) VALUE "Teens".
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(8) VALUE "Children".
           02 FILLER PIC X(1) VALUE SPACES.
           02 FILLER PIC X(8) VALUE "Children".
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(7) VALUE "Seniors".
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(7) VALUE "Seniors".
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(7) VALUE "% Cars".

       01 GroupLine.
           02 GL-GroupName PIC X(24).
           02 GL-CountyCount PIC BZZ9.
           02 GL-CarOwners PIC BBZZ,ZZZ,ZZ9.
           02 GL-MaleAdults PIC BZ,ZZZ,ZZ9.
           02 GL-FemaleAdults PIC BZ,ZZZ,ZZ9.
           02 GL-MaleTeens PIC BZ,ZZZ,ZZ9.
           02 GL-FemaleTeens PIC BZ,ZZZ,ZZ9.
           02 GL-MaleChildren PIC BZ,ZZZ,ZZ9.
           02 GL-FemaleChildren PIC BZ,ZZZ,ZZ9.
           02 GL-MaleSeniors PIC BZ,ZZZ,ZZ9.
           02 GL-FemaleSeniors PIC BZ,ZZZ,ZZ9.
           02 GL-PctCars PIC BBZZ9.99.

       01 NoGroupsLine PIC X(50)
           VALUE "  (no census records for this group type)".

       PROCEDURE DIVISION.
       Main.
           PERFORM GetBusinessDate
           PERFORM LoadSiteParams
           DISPLAY "Report which group type (e.g. HEALTH)? - "
               WITH NO ADVANCING
           ACCEPT ChosenGroupType
           MOVE FUNCTION UPPER-CASE(ChosenGroupType) TO ChosenGroupType
           IF ChosenGroupType = SPACES
               DISPLAY "No group type given - run abandoned"
               STOP RUN
           END-IF

           PERFORM LoadGroupCounties
           IF NumGroupCounties = 0
               DISPLAY "No " ChosenGroupType " groups on "
                   "GeographyGroups.dat - run abandoned"
               STOP RUN
           END-IF

           OPEN INPUT CensusFile
           MOVE "CensusFile.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           READ CensusFile
               AT END SET EndOfCensusFile TO TRUE
           END-READ
           PERFORM CheckFileStatus

           PERFORM UNTIL EndOfCensusFile
               ADD 1 TO RecordsRead
               PERFORM TallyGroupRecord

               READ CensusFile
                   AT END SET EndOfCensusFile TO TRUE
               END-READ
               MOVE "CensusFile.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-PERFORM

           CLOSE CensusFile

      * A group adds up whole counties, but a small group (or the
      * ungrouped line) can still single someone out, so the group
      * rows go through the same disclosure-control pass as the
      * other census outputs before anything prints.
           PERFORM BuildDisclosureGrid
           PERFORM ApplyDisclosureControl
           PERFORM WriteReport

           DISPLAY "Census records read:   " RecordsRead
           DISPLAY "Groups reported:       " NumGroups
           IF UngroupedRecords > 0
               DISPLAY UngroupedRecords " record(s) from counties "
                   "in no " ChosenGroupType " group"
           END-IF
           IF RejectedCensusCount > 0
               DISPLAY RejectedCensusCount
                   " record(s) rejected for invalid codes"
           END-IF
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

      * Reads the site parameter file, taking the minimum cell size
      * and leaving the compiled default if the file doesn't carry
      * it. Status "05" is the missing OPTIONAL file.
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
                   WHEN "DISCLOSURE-MIN-CELL"
                       IF FUNCTION TEST-NUMVAL(SP-ParamValue) = 0
                           COMPUTE DisclosureMinCell =
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

      * Walks the chosen type's part of the group file -- it reads
      * back in state-and-county order within the type, which is
      * the order the county table's binary search needs -- setting
      * up a group entry for each group name as it first appears.
       LoadGroupCounties.
           OPEN INPUT GroupFile
           MOVE "GeographyGroups.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           MOVE ChosenGroupType TO GG-GroupType
           MOVE ZEROS TO GG-StateNum
           MOVE ZEROS TO GG-CountyCode
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
                   PERFORM CheckFileStatus
                   IF GG-GroupType NOT = ChosenGroupType
                       SET WalkDone TO TRUE
                   ELSE
                       PERFORM StoreGroupCounty
                   END-IF
               END-IF
           END-PERFORM

           CLOSE GroupFile.

       StoreGroupCounty.
           IF NumGroupCounties < MaxGroupCounties
               MOVE GG-GroupName TO LookupGroupName
               PERFORM FindGroupEntry
               IF FoundGroupIdx > 0
                   ADD 1 TO NumGroupCounties
                   MOVE GG-StateNum TO GC-StateNum(NumGroupCounties)
                   MOVE GG-CountyCode
                       TO GC-CountyCode(NumGroupCounties)
                   MOVE FoundGroupIdx TO GC-GroupIdx(NumGroupCounties)
                   ADD 1 TO GR-CountyCount(FoundGroupIdx)
               END-IF
           ELSE
               IF NOT GroupCountyTableFull
                   DISPLAY "Warning: group county table full at "
                       MaxGroupCounties " counties - later "
                       "counties count as ungrouped"
                   SET GroupCountyTableFull TO TRUE
               END-IF
           END-IF.

       FindGroupEntry.
           MOVE ZEROS TO FoundGroupIdx
           SET Group-Idx TO 1
           SEARCH GroupEntry
               AT END
                   IF NumGroups < MaxGroups
                       ADD 1 TO NumGroups
                       MOVE NumGroups TO FoundGroupIdx
                       MOVE ZEROS TO GroupEntry(FoundGroupIdx)
                       MOVE LookupGroupName
                           TO GR-GroupName(FoundGroupIdx)
                   ELSE
                       IF NOT GroupTableFull
                           DISPLAY "Warning: group table full at "
                               MaxGroups " groups - later "
                               "groups not tallied"
                           SET GroupTableFull TO TRUE
                       END-IF
                   END-IF
               WHEN GR-GroupName(Group-Idx) = LookupGroupName
                   SET FoundGroupIdx TO Group-Idx
           END-SEARCH.

      * Guards the group table against a bad record, same codes
      * PopulationDetailsReport-2's ValidateCensusRec checks.
       ValidateCensusRec.
           SET CensusRecIsValid TO TRUE
           IF NOT (Child OR Teen OR Adult OR Senior)
               MOVE "N" TO CensusRecValid
           END-IF
           IF NOT (Female OR Male)
               MOVE "N" TO CensusRecValid
           END-IF.

       TallyGroupRecord.
           PERFORM ValidateCensusRec
           IF NOT CensusRecIsValid
               ADD 1 TO RejectedCensusCount
           ELSE
               PERFORM FindCensusGroup
               IF FoundGroupIdx > 0
                   ADD 1 TO GR-GenderCategory
                       (FoundGroupIdx, Age, Gender)
                   IF OwnsCar
                       ADD 1 TO GR-CarOwners(FoundGroupIdx)
                   END-IF
               END-IF
           END-IF.

      * The record's group by its county; a county in no group of
      * the type tallies to the ungrouped entry, set up the first
      * time it is needed.
       FindCensusGroup.
           MOVE StateNum TO CK-StateNum
           MOVE CountyCode TO CK-CountyCode
           MOVE ZEROS TO FoundGroupIdx
           SEARCH ALL GroupCountyEntry
               AT END
                   CONTINUE
               WHEN GC-Key(GroupCounty-Idx) = CensusCountyKey
                   MOVE GC-GroupIdx(GroupCounty-Idx) TO FoundGroupIdx
           END-SEARCH
           IF FoundGroupIdx = 0
               ADD 1 TO UngroupedRecords
               IF UngroupedIdx = 0
                   MOVE UngroupedName TO LookupGroupName
                   PERFORM FindGroupEntry
                   MOVE FoundGroupIdx TO UngroupedIdx
               END-IF
               MOVE UngroupedIdx TO FoundGroupIdx
           END-IF.

      * Stamps today's run date and the current page number at the top
      * of the report, ahead of the report's own title line.
       WriteRunStamp.
           MOVE BusinessToday TO RptRunDate
           MOVE RptRunDate(5:2) TO RptStampMonth
           MOVE RptRunDate(7:2) TO RptStampDay
           MOVE RptRunDate(1:4) TO RptStampYear
           MOVE RptPageNumber TO RptStampPage
           MOVE "GeographyGroup.rpt" TO WS-FileStatusName
           WRITE ReportLine FROM RptHeadingStamp
               AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus.

      * Same column layout per group that the state gets on the
      * population report -- car owners, the eight age/gender cells,
      * and the car-ownership percentage -- after the group's name
      * and how many counties make it up.
       WriteReport.
           OPEN OUTPUT GroupRpt
           MOVE "GeographyGroup.rpt" TO WS-FileStatusName
           PERFORM CheckFileStatus

           PERFORM WriteRunStamp
           MOVE ChosenGroupType TO RH-GroupType
           WRITE ReportLine FROM ReportHeader
               AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus
           WRITE ReportLine FROM ColHeaders1
               AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus
           WRITE ReportLine FROM ColHeaders2
               AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus

           IF RecordsRead = RejectedCensusCount
               WRITE ReportLine FROM NoGroupsLine
                   AFTER ADVANCING 1 LINE
               PERFORM CheckFileStatus
           END-IF

           PERFORM VARYING GroupScanIdx FROM 1 BY 1
                 UNTIL GroupScanIdx > NumGroups
               PERFORM WriteGroupLine
           END-PERFORM

           IF DG-PrimaryCount > 0
               WRITE ReportLine FROM DG-Footnote
                   AFTER ADVANCING 2 LINES
               PERFORM CheckFileStatus
           END-IF

           CLOSE GroupRpt.

      * Loads the group cells into the disclosure grid, one row per
      * group in table order: the eight age/gender cells and car
      * owners.
       BuildDisclosureGrid.
           MOVE "GeographyGroup" TO DG-ReportName
           MOVE NumGroups TO DG-NumRows
           MOVE 9 TO DG-NumCols
           PERFORM SetCensusDisclosureColumns
           PERFORM VARYING GroupScanIdx FROM 1 BY 1
                 UNTIL GroupScanIdx > NumGroups
               MOVE GR-GroupName(GroupScanIdx)
                   TO DG-RowLabel(GroupScanIdx)
               PERFORM VARYING GridAgeIdx FROM 1 BY 1
                     UNTIL GridAgeIdx > 4
                   PERFORM VARYING GridGenderIdx FROM 1 BY 1
                         UNTIL GridGenderIdx > 2
                       COMPUTE DG-ColIdx =
                           (GridAgeIdx - 1) * 2 + GridGenderIdx
                       MOVE GR-GenderCategory
                           (GroupScanIdx, GridAgeIdx, GridGenderIdx)
                           TO DG-Value(GroupScanIdx, DG-ColIdx)
                   END-PERFORM
               END-PERFORM
               MOVE GR-CarOwners(GroupScanIdx)
                   TO DG-Value(GroupScanIdx, 9)
           END-PERFORM.

       WriteGroupLine.
           MOVE GR-GroupName(GroupScanIdx) TO GL-GroupName
           MOVE GR-CountyCount(GroupScanIdx) TO GL-CountyCount
           MOVE GR-CarOwners(GroupScanIdx) TO GL-CarOwners
           MOVE GR-GenderCategory(GroupScanIdx, 3, 2)
               TO GL-MaleAdults
           MOVE GR-GenderCategory(GroupScanIdx, 3, 1)
               TO GL-FemaleAdults
           MOVE GR-GenderCategory(GroupScanIdx, 2, 2)
               TO GL-MaleTeens
           MOVE GR-GenderCategory(GroupScanIdx, 2, 1)
               TO GL-FemaleTeens
           MOVE GR-GenderCategory(GroupScanIdx, 1, 2)
               TO GL-MaleChildren
           MOVE GR-GenderCategory(GroupScanIdx, 1, 1)
               TO GL-FemaleChildren
           MOVE GR-GenderCategory(GroupScanIdx, 4, 2)
               TO GL-MaleSeniors
           MOVE GR-GenderCategory(GroupScanIdx, 4, 1)
               TO GL-FemaleSeniors

           COMPUTE GroupPop =
               GR-GenderCategory(GroupScanIdx, 1, 1)
             + GR-GenderCategory(GroupScanIdx, 1, 2)
             + GR-GenderCategory(GroupScanIdx, 2, 1)
             + GR-GenderCategory(GroupScanIdx, 2, 2)
             + GR-GenderCategory(GroupScanIdx, 3, 1)
             + GR-GenderCategory(GroupScanIdx, 3, 2)
             + GR-GenderCategory(GroupScanIdx, 4, 1)
             + GR-GenderCategory(GroupScanIdx, 4, 2)
           IF GroupPop > 0
               COMPUTE GL-PctCars ROUNDED =
                   GR-CarOwners(GroupScanIdx) / GroupPop * 100
           ELSE
               MOVE ZEROS TO GL-PctCars
           END-IF
           PERFORM MaskWithheldGroupCells

           MOVE "GeographyGroup.rpt" TO WS-FileStatusName
           WRITE ReportLine FROM GroupLine AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus.

      * Overlays "*" on each cell of the group line that the
      * disclosure pass withheld; the car-ownership percentage goes
      * with the car-owner count.
       MaskWithheldGroupCells.
           IF DG-Suppressed(GroupScanIdx, 9)
               MOVE DG-SuppressedMark(3:12) TO GL-CarOwners(1:12)
               MOVE DG-SuppressedMark(7:8) TO GL-PctCars(1:8)
           END-IF
           IF DG-Suppressed(GroupScanIdx, 6)
               MOVE DG-SuppressedMark(5:10) TO GL-MaleAdults(1:10)
           END-IF
           IF DG-Suppressed(GroupScanIdx, 5)
               MOVE DG-SuppressedMark(5:10) TO GL-FemaleAdults(1:10)
           END-IF
           IF DG-Suppressed(GroupScanIdx, 4)
               MOVE DG-SuppressedMark(5:10) TO GL-MaleTeens(1:10)
           END-IF
           IF DG-Suppressed(GroupScanIdx, 3)
               MOVE DG-SuppressedMark(5:10) TO GL-FemaleTeens(1:10)
           END-IF
           IF DG-Suppressed(GroupScanIdx, 2)
               MOVE DG-SuppressedMark(5:10) TO GL-MaleChildren(1:10)
           END-IF
           IF DG-Suppressed(GroupScanIdx, 1)
               MOVE DG-SuppressedMark(5:10) TO GL-FemaleChildren(1:10)
           END-IF
           IF DG-Suppressed(GroupScanIdx, 8)
               MOVE DG-SuppressedMark(5:10) TO GL-MaleSeniors(1:10)
           END-IF
           IF DG-Suppressed(GroupScanIdx, 7)
               MOVE DG-SuppressedMark(5:10) TO GL-FemaleSeniors(1:10)
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

      * The census cell columns in grid order -- column
      * (age - 1) * 2 + gender for the eight age/gender cells, so a
      * census record's codes index the grid directly, and car
      * owners as column 9 for the outputs that publish it. The
      * caller sets DG-NumCols to 8 or 9.
       SetCensusDisclosureColumns.
           MOVE "Female children" TO DG-ColLabel(1)
           MOVE "Male children" TO DG-ColLabel(2)
           MOVE "Female teens" TO DG-ColLabel(3)
           MOVE "Male teens" TO DG-ColLabel(4)
           MOVE "Female adults" TO DG-ColLabel(5)
           MOVE "Male adults" TO DG-ColLabel(6)
           MOVE "Female seniors" TO DG-ColLabel(7)
           MOVE "Male seniors" TO DG-ColLabel(8)
           MOVE "Car owners" TO DG-ColLabel(9)
           PERFORM VARYING DG-ColIdx FROM 1 BY 1 UNTIL DG-ColIdx > 8
               MOVE "Y" TO DG-ColInRowTotal(DG-ColIdx)
           END-PERFORM
           MOVE "N" TO DG-ColInRowTotal(9).

      * The disclosure-control pass over DisclosureGrid (DISCLWS),
      * the same in every published census output so they all
      * withhold by the same rules. Primary suppression of every
      * small non-zero cell (a zero identifies nobody and stays in
      * print), then secondary suppression repeated until a round
      * changes nothing -- each round can leave a new row or column
      * with a lone withheld cell -- and finally the log of
      * everything withheld.
       ApplyDisclosureControl.
           MOVE "*" TO DG-SuppressedMark
           MOVE DisclosureMinCell TO DG-FootnoteMinCell
           MOVE ZEROS TO DG-PrimaryCount, DG-SecondaryCount
           PERFORM VARYING DG-ColIdx FROM 1 BY 1
                 UNTIL DG-ColIdx > DG-NumCols
               MOVE ZEROS TO DG-ColTotal(DG-ColIdx)
               MOVE SPACE TO DG-ColTotalStatus(DG-ColIdx)
               PERFORM VARYING DG-RowIdx FROM 1 BY 1
                     UNTIL DG-RowIdx > DG-NumRows
                   ADD DG-Value(DG-RowIdx, DG-ColIdx)
                       TO DG-ColTotal(DG-ColIdx)
                   IF DG-Value(DG-RowIdx, DG-ColIdx) > 0
                      AND DG-Value(DG-RowIdx, DG-ColIdx)
                          < DisclosureMinCell
                       SET DG-PrimarySuppressed(DG-RowIdx, DG-ColIdx)
                           TO TRUE
                       ADD 1 TO DG-PrimaryCount
                   ELSE
                       SET DG-Published(DG-RowIdx, DG-ColIdx) TO TRUE
                   END-IF
               END-PERFORM
               IF DG-ColTotal(DG-ColIdx) > 0
                  AND DG-ColTotal(DG-ColIdx) < DisclosureMinCell
                   SET DG-ColTotalSuppressed(DG-ColIdx) TO TRUE
               END-IF
           END-PERFORM

           SET DG-GridChanged TO TRUE
           PERFORM UNTIL NOT DG-GridChanged
               MOVE "N" TO DG-ChangedFlag
               PERFORM ProtectDisclosureRows
               PERFORM ProtectDisclosureColumns
           END-PERFORM

           PERFORM LogSuppressedCells.

      * A row's total is always out in print (or can be had from
      * the percentages), so a row whose row-total cells include
      * exactly one withheld cell gives it away -- withhold a second.
       ProtectDisclosureRows.
           PERFORM VARYING DG-RowIdx FROM 1 BY 1
                 UNTIL DG-RowIdx > DG-NumRows
               MOVE ZEROS TO DG-SuppressedInLine, DG-PartnerCol
               PERFORM VARYING DG-ColIdx FROM 1 BY 1
                     UNTIL DG-ColIdx > DG-NumCols
                   IF DG-AddsToRowTotal(DG-ColIdx)
                       IF DG-Suppressed(DG-RowIdx, DG-ColIdx)
                           ADD 1 TO DG-SuppressedInLine
                       ELSE
                           PERFORM ConsiderRowPartner
                       END-IF
                   END-IF
               END-PERFORM
               IF DG-SuppressedInLine = 1 AND DG-PartnerCol > 0
                   SET DG-SecondarySuppressed(DG-RowIdx, DG-PartnerCol)
                       TO TRUE
                   ADD 1 TO DG-SecondaryCount
                   SET DG-GridChanged TO TRUE
               END-IF
           END-PERFORM.

      * The same for each column against its published total. A
      * column whose total is itself withheld has nothing to
      * subtract from.
       ProtectDisclosureColumns.
           PERFORM VARYING DG-ColIdx FROM 1 BY 1
                 UNTIL DG-ColIdx > DG-NumCols
               MOVE ZEROS TO DG-SuppressedInLine, DG-PartnerRow
               IF NOT DG-ColTotalSuppressed(DG-ColIdx)
                   PERFORM VARYING DG-RowIdx FROM 1 BY 1
                         UNTIL DG-RowIdx > DG-NumRows
                       IF DG-Suppressed(DG-RowIdx, DG-ColIdx)
                           ADD 1 TO DG-SuppressedInLine
                       ELSE
                           PERFORM ConsiderColumnPartner
                       END-IF
                   END-PERFORM
               END-IF
               IF DG-SuppressedInLine = 1 AND DG-PartnerRow > 0
                   SET DG-SecondarySuppressed(DG-PartnerRow, DG-ColIdx)
                       TO TRUE
                   ADD 1 TO DG-SecondaryCount
                   SET DG-GridChanged TO TRUE
               END-IF
           END-PERFORM.

      * The complementary cell is the smallest published non-zero
      * cell in the line, so as little as possible goes missing; a
      * zero is taken only when the line has nothing else left.
       ConsiderRowPartner.
           EVALUATE TRUE
               WHEN DG-PartnerCol = 0
               WHEN DG-PartnerValue = 0
                    AND DG-Value(DG-RowIdx, DG-ColIdx) > 0
               WHEN DG-Value(DG-RowIdx, DG-ColIdx) > 0
                    AND DG-Value(DG-RowIdx, DG-ColIdx)
                        < DG-PartnerValue
                   MOVE DG-ColIdx TO DG-PartnerCol
                   MOVE DG-Value(DG-RowIdx, DG-ColIdx)
                       TO DG-PartnerValue
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       ConsiderColumnPartner.
           EVALUATE TRUE
               WHEN DG-PartnerRow = 0
               WHEN DG-PartnerValue = 0
                    AND DG-Value(DG-RowIdx, DG-ColIdx) > 0
               WHEN DG-Value(DG-RowIdx, DG-ColIdx) > 0
                    AND DG-Value(DG-RowIdx, DG-ColIdx)
                        < DG-PartnerValue
                   MOVE DG-RowIdx TO DG-PartnerRow
                   MOVE DG-Value(DG-RowIdx, DG-ColIdx)
                       TO DG-PartnerValue
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Appends every withheld cell, with its true value and why it
      * was withheld, to DisclosureLog.dat for the census office.
      * Status "35" is the very first run, with no log yet.
       LogSuppressedCells.
           OPEN EXTEND DisclosureLogFile
           IF WS-FileStatus = "35"
               OPEN OUTPUT DisclosureLogFile
           END-IF
           MOVE "DisclosureLog.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           PERFORM VARYING DG-RowIdx FROM 1 BY 1
                 UNTIL DG-RowIdx > DG-NumRows
               PERFORM VARYING DG-ColIdx FROM 1 BY 1
                     UNTIL DG-ColIdx > DG-NumCols
                   IF DG-Suppressed(DG-RowIdx, DG-ColIdx)
                       MOVE DG-RowLabel(DG-RowIdx) TO DL-RowLabel
                       MOVE DG-Value(DG-RowIdx, DG-ColIdx)
                           TO DL-CellValue
                       MOVE DG-Status(DG-RowIdx, DG-ColIdx)
                           TO DL-Reason
                       PERFORM WriteDisclosureLogRec
                   END-IF
               END-PERFORM
           END-PERFORM

           PERFORM VARYING DG-ColIdx FROM 1 BY 1
                 UNTIL DG-ColIdx > DG-NumCols
               IF DG-ColTotalSuppressed(DG-ColIdx)
                   MOVE "Total" TO DL-RowLabel
                   MOVE DG-ColTotal(DG-ColIdx) TO DL-CellValue
                   SET DL-BelowMinimum TO TRUE
                   PERFORM WriteDisclosureLogRec
               END-IF
           END-PERFORM

           CLOSE DisclosureLogFile

           IF DG-PrimaryCount > 0
               DISPLAY DG-ReportName ": " DG-PrimaryCount
                   " cell(s) below " DisclosureMinCell
                   " withheld, " DG-SecondaryCount
                   " more to protect them"
           END-IF.

       WriteDisclosureLogRec.
           MOVE BusinessToday TO DL-RunDate
           MOVE DG-ReportName TO DL-ReportName
           MOVE DG-ColLabel(DG-ColIdx) TO DL-ColLabel
           MOVE DisclosureMinCell TO DL-MinCellSize
           WRITE DisclosureLogRec
           PERFORM CheckFileStatus.
