       IDENTIFICATION DIVISION.
       PROGRAM-ID. DwellingReport.
       AUTHOR. io.github.scrvrdn.
      * The housing board's occupancy questions: joins the dwelling
      * register to the census master through the household living
      * in each dwelling, and reports per county and dwelling type
      * how many dwellings are occupied and how many vacant, the
      * vacancy rate, persons per bedroom, and how many dwellings are
      * overcrowded -- more people than the CROWDING-PER-BEDROOM
      * site knob allows per bedroom, a studio counting as one
      * bedroom. The overcrowded dwellings are then listed by
      * address. A dwelling is vacant when no one on the census
      * master belongs to its household.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DwellingFile ASSIGN TO "DwellingMaster.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS DW-DwellingNumber
              FILE STATUS IS WS-FileStatus.

           SELECT CensusMasterFile ASSIGN TO "CensusMaster.dat"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FileStatus.

           SELECT DwellingRpt ASSIGN TO "DwellingReport.rpt"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FileStatus.

           SELECT SortWorkFile ASSIGN TO "DwellingSort.dat".

      * The site's standing operational knobs, for the crowding
      * limit. OPTIONAL: a missing file leaves the compiled default
      * standing.
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

       FD DwellingFile.
           COPY DWELLREC.

       FD CensusMasterFile.
           COPY CENMREC.

       FD DwellingRpt.
       01 PrintLine PIC X(110).

       FD SiteParamFile.
           COPY SITEPARM.

       SD SortWorkFile.
       01 SortWorkRec.
           02 SW-StateNum PIC 99.
           02 SW-CountyCode PIC 9(3).
           02 SW-DwellingType PIC X.
           02 SW-DwellingNumber PIC 9(8).
           02 SW-Bedrooms PIC 99.
           02 SW-Persons PIC 9(4).
           02 SW-Overcrowded PIC X.

       WORKING-STORAGE SECTION.
       01 BusinessToday PIC 9(8) VALUE ZEROS.
       COPY FILESTAT.
       COPY RPTHEAD.

      * Most persons per bedroom before a dwelling counts as
      * overcrowded -- the CROWDING-PER-BEDROOM site knob.
       01 CrowdingPerBedroom PIC 9V99 VALUE 2.00.

      * Every dwelling on the register, with the persons the census
      * master puts in its household.
       01 MaxDwellings PIC 9(4) VALUE 5000.
       01 DwellingTable.
           02 NumDwellings PIC 9(4) VALUE ZERO.
           02 DwellingEntry OCCURS 0 TO 5000 TIMES
                    DEPENDING ON NumDwellings
                    INDEXED BY Dwelling-Idx.
              03 DT-DwellingNumber PIC 9(8).
              03 DT-HouseholdId PIC 9(6).
              03 DT-StateNum PIC 99.
              03 DT-CountyCode PIC 9(3).
              03 DT-DwellingType PIC X.
              03 DT-Bedrooms PIC 99.
              03 DT-Street PIC X(30).
              03 DT-Town PIC X(20).
              03 DT-Persons PIC 9(4).
              03 DT-OvercrowdedFlag PIC X.
                  88 DT-Overcrowded VALUE "Y".
       01 DwellingTableFullFlag PIC X VALUE "N".
           88 DwellingTableFull VALUE "Y".
       01 DwellingScanIdx PIC 9(4).
       01 SleepingRooms PIC 99.

       01 PersonsRead PIC 9(8) VALUE ZERO.
       01 NoHouseholdCount PIC 9(7) VALUE ZERO.
       01 UnhousedCount PIC 9(7) VALUE ZERO.
       01 OvercrowdedTotal PIC 9(6) VALUE ZERO.

       01 SortDrainedFlag PIC X VALUE "N".
           88 SortDrained VALUE "Y".

      * Control-break state: the county and dwelling type being
      * accumulated, and the open-group switches.
       01 CurrentStateNum PIC 99.
       01 CurrentCountyCode PIC 9(3).
       01 CurrentDwellingType PIC X.
       01 CountyOpenFlag PIC X VALUE "N".
           88 CountyOpen VALUE "Y".

      * Accumulators for a type within the county (slot 1), the
      * county (slot 2), and the whole register (slot 3).
       01 OccupancyTotals.
           02 OT-Level OCCURS 3 TIMES.
              03 OT-Dwellings PIC 9(6).
              03 OT-Occupied PIC 9(6).
              03 OT-Persons PIC 9(7).
              03 OT-Bedrooms PIC 9(7).
              03 OT-Overcrowded PIC 9(6).
       01 LevelIdx PIC 9.
       01 VacantCount PIC 9(6).
       01 VacancyRate PIC 9(3)V9.
       01 PersonsPerBedroom PIC 9(3)V99.

       01 ReportHeading PIC X(40)
           VALUE "Dwelling Occupancy By County".
       01 CrowdingNote.
           02 FILLER PIC X(31)
               VALUE "Overcrowded: more persons than ".
           02 CN-Limit PIC 9.99.
           02 FILLER PIC X(36)
               VALUE " per bedroom (a studio counts as 1)".
       01 DwellingColHeads.
           02 FILLER PIC X(6) VALUE "State".
           02 FILLER PIC X(7) VALUE "County".
           02 FILLER PIC X(11) VALUE "Type".
           02 FILLER PIC X(10) VALUE " Dwellings".
           02 FILLER PIC X(9) VALUE " Occupied".
           02 FILLER PIC X(8) VALUE "  Vacant".
           02 FILLER PIC X(10) VALUE "  Vacancy%".
           02 FILLER PIC X(9) VALUE "  Persons".
           02 FILLER PIC X(10) VALUE "  Bedrooms".
           02 FILLER PIC X(10) VALUE " Pers/Bed".
           02 FILLER PIC X(12) VALUE " Overcrowded".
       01 OccupancyLine.
           02 OL-KeyArea.
              03 OL-StateNum PIC Z9.
              03 FILLER PIC X(4) VALUE SPACES.
              03 OL-CountyCode PIC 9(3).
              03 FILLER PIC X(4) VALUE SPACES.
              03 OL-TypeName PIC X(11).
           02 OL-Dwellings PIC Z(9)9.
           02 OL-Occupied PIC Z(8)9.
           02 OL-Vacant PIC Z(7)9.
           02 OL-VacancyRate PIC Z(7)9.9.
           02 OL-Persons PIC Z(8)9.
           02 OL-Bedrooms PIC Z(9)9.
           02 OL-PersonsPerBedroom PIC Z(6)9.99.
           02 OL-Overcrowded PIC Z(11)9.
           02 OL-CrowdFlag PIC X(3).

       01 DwellingTypeNames.
           02 FILLER PIC X(12) VALUE "HHouse".
           02 FILLER PIC X(12) VALUE "AApartment".
           02 FILLER PIC X(12) VALUE "MMobile home".
           02 FILLER PIC X(12) VALUE "OOther".
       01 DwellingTypeTable REDEFINES DwellingTypeNames.
           02 DwellingTypeEntry OCCURS 4 TIMES INDEXED BY Type-Idx.
              03 TN-TypeCode PIC X.
              03 TN-TypeName PIC X(11).

       01 OvercrowdedHeading PIC X(40)
           VALUE "Overcrowded Dwellings".
       01 OvercrowdedColHeads.
           02 FILLER PIC X(10) VALUE "Dwelling".
           02 FILLER PIC X(6) VALUE "State".
           02 FILLER PIC X(7) VALUE "County".
           02 FILLER PIC X(53) VALUE "Address".
           02 FILLER PIC X(8) VALUE "Bedrooms".
           02 FILLER PIC X(8) VALUE " Persons".
       01 OvercrowdedLine.
           02 OC-DwellingNumber PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 OC-StateNum PIC Z9.
           02 FILLER PIC X(4) VALUE SPACES.
           02 OC-CountyCode PIC 9(3).
           02 FILLER PIC X(4) VALUE SPACES.
           02 OC-Street PIC X(30).
           02 FILLER PIC X(1) VALUE SPACES.
           02 OC-Town PIC X(20).
           02 FILLER PIC X(2) VALUE SPACES.
           02 OC-Bedrooms PIC Z(7)9.
           02 OC-Persons PIC Z(7)9.
       01 NoneOvercrowdedLine PIC X(40)
           VALUE "  (no dwelling is overcrowded)".

       01 NoHouseholdLine.
           02 FILLER PIC X(38)
               VALUE "Persons with no captured household: ".
           02 NH-Count PIC ZZZZZZ9.
       01 UnhousedLine.
           02 FILLER PIC X(38)
               VALUE "Persons in no registered dwelling:  ".
           02 UH-Count PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       Main.
           PERFORM GetBusinessDate
           PERFORM LoadSiteParams
           PERFORM LoadDwellings
           PERFORM CountDwellingPersons
           PERFORM FlagOvercrowding

           OPEN OUTPUT DwellingRpt
           MOVE "DwellingReport.rpt" TO WS-FileStatusName
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
           MOVE CrowdingPerBedroom TO CN-Limit
           WRITE PrintLine FROM CrowdingNote AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus
           WRITE PrintLine FROM DwellingColHeads
               AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus

           MOVE ZEROS TO OccupancyTotals
           SORT SortWorkFile
               ON ASCENDING KEY SW-StateNum SW-CountyCode
                                SW-DwellingType SW-DwellingNumber
               INPUT PROCEDURE IS ReleaseDwellings
               OUTPUT PROCEDURE IS BreakOnCounties

           MOVE 3 TO LevelIdx
           MOVE "All counties" TO OL-KeyArea
           PERFORM WriteOccupancyLine

           PERFORM WriteOvercrowdedList

           IF NoHouseholdCount > 0
               MOVE NoHouseholdCount TO NH-Count
               WRITE PrintLine FROM NoHouseholdLine
                   AFTER ADVANCING 2 LINES
               PERFORM CheckFileStatus
           END-IF
           IF UnhousedCount > 0
               MOVE UnhousedCount TO UH-Count
               WRITE PrintLine FROM UnhousedLine
                   AFTER ADVANCING 1 LINE
               PERFORM CheckFileStatus
           END-IF

           CLOSE DwellingRpt

           DISPLAY "Dwellings reported:    " NumDwellings
           DISPLAY "Overcrowded dwellings: " OvercrowdedTotal
           IF UnhousedCount > 0
               DISPLAY UnhousedCount " person(s) in a household on "
                   "no registered dwelling"
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

      * Reads the site parameter file, taking the crowding limit and
      * leaving the compiled default if the file doesn't carry it.
      * Status "05" is the missing OPTIONAL file.
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
                   WHEN "CROWDING-PER-BEDROOM"
                       IF FUNCTION TEST-NUMVAL(SP-ParamValue) = 0
                           COMPUTE CrowdingPerBedroom =
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

       LoadDwellings.
           OPEN INPUT DwellingFile
           MOVE "DwellingMaster.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           READ DwellingFile
               AT END SET EndOfDwellingFile TO TRUE
           END-READ
           PERFORM CheckFileStatus

           PERFORM UNTIL EndOfDwellingFile
               IF NumDwellings < MaxDwellings
                   ADD 1 TO NumDwellings
                   MOVE DW-DwellingNumber
                       TO DT-DwellingNumber(NumDwellings)
                   MOVE DW-HouseholdId TO DT-HouseholdId(NumDwellings)
                   MOVE DW-StateNum TO DT-StateNum(NumDwellings)
                   MOVE DW-CountyCode TO DT-CountyCode(NumDwellings)
                   MOVE DW-DwellingType
                       TO DT-DwellingType(NumDwellings)
                   MOVE DW-Bedrooms TO DT-Bedrooms(NumDwellings)
                   MOVE DW-Street TO DT-Street(NumDwellings)
                   MOVE DW-Town TO DT-Town(NumDwellings)
                   MOVE ZEROS TO DT-Persons(NumDwellings)
                   MOVE "N" TO DT-OvercrowdedFlag(NumDwellings)
               ELSE
                   IF NOT DwellingTableFull
                       DISPLAY "Warning: dwelling table full at "
                           MaxDwellings " dwellings - later "
                           "dwellings not reported"
                       SET DwellingTableFull TO TRUE
                   END-IF
               END-IF

               READ DwellingFile
                   AT END SET EndOfDwellingFile TO TRUE
               END-READ
               PERFORM CheckFileStatus
           END-PERFORM

           CLOSE DwellingFile.

      * Puts each person on the census master into their household's
      * dwelling. Persons with no household, or whose household no
      * dwelling houses, are counted apart.
       CountDwellingPersons.
           OPEN INPUT CensusMasterFile
           MOVE "CensusMaster.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           READ CensusMasterFile
               AT END SET EndOfCensusMaster TO TRUE
           END-READ
           PERFORM CheckFileStatus

           PERFORM UNTIL EndOfCensusMaster
               IF CMR-DeceasedDate NOT NUMERIC
                  OR CMR-DeceasedDate = 0
                   ADD 1 TO PersonsRead
                   IF CMR-HouseholdId NUMERIC AND CMR-HouseholdId > 0
                       SET Dwelling-Idx TO 1
                       SEARCH DwellingEntry
                           AT END
                               ADD 1 TO UnhousedCount
                           WHEN DT-HouseholdId(Dwelling-Idx)
                                = CMR-HouseholdId
                               ADD 1 TO DT-Persons(Dwelling-Idx)
                       END-SEARCH
                   ELSE
                       ADD 1 TO NoHouseholdCount
                   END-IF
               END-IF

               READ CensusMasterFile
                   AT END SET EndOfCensusMaster TO TRUE
               END-READ
               PERFORM CheckFileStatus
           END-PERFORM

           CLOSE CensusMasterFile.

       FlagOvercrowding.
           PERFORM VARYING DwellingScanIdx FROM 1 BY 1
                 UNTIL DwellingScanIdx > NumDwellings
               MOVE DT-Bedrooms(DwellingScanIdx) TO SleepingRooms
               IF SleepingRooms = 0
                   MOVE 1 TO SleepingRooms
               END-IF
               IF DT-Persons(DwellingScanIdx) >
                      SleepingRooms * CrowdingPerBedroom
                   SET DT-Overcrowded(DwellingScanIdx) TO TRUE
                   ADD 1 TO OvercrowdedTotal
               END-IF
           END-PERFORM.

       ReleaseDwellings.
           PERFORM VARYING DwellingScanIdx FROM 1 BY 1
                 UNTIL DwellingScanIdx > NumDwellings
               MOVE DT-StateNum(DwellingScanIdx) TO SW-StateNum
               MOVE DT-CountyCode(DwellingScanIdx) TO SW-CountyCode
               MOVE DT-DwellingType(DwellingScanIdx)
                   TO SW-DwellingType
               MOVE DT-DwellingNumber(DwellingScanIdx)
                   TO SW-DwellingNumber
               MOVE DT-Bedrooms(DwellingScanIdx) TO SW-Bedrooms
               MOVE DT-Persons(DwellingScanIdx) TO SW-Persons
               MOVE DT-OvercrowdedFlag(DwellingScanIdx)
                   TO SW-Overcrowded
               RELEASE SortWorkRec
           END-PERFORM.

      * Walks the sorted dwellings breaking on type and county: each
      * type closes into a line of its own and into the county, and
      * each county closes into its total line.
       BreakOnCounties.
           RETURN SortWorkFile
               AT END SET SortDrained TO TRUE
           END-RETURN

           PERFORM UNTIL SortDrained
               IF NOT CountyOpen
                   PERFORM OpenCountyGroup
                   PERFORM OpenTypeGroup
               ELSE
                   IF SW-StateNum NOT = CurrentStateNum
                      OR SW-CountyCode NOT = CurrentCountyCode
                       PERFORM CloseTypeGroup
                       PERFORM CloseCountyGroup
                       PERFORM OpenCountyGroup
                       PERFORM OpenTypeGroup
                   ELSE
                       IF SW-DwellingType NOT = CurrentDwellingType
                           PERFORM CloseTypeGroup
                           PERFORM OpenTypeGroup
                       END-IF
                   END-IF
               END-IF

               PERFORM VARYING LevelIdx FROM 1 BY 1 UNTIL LevelIdx > 3
                   ADD 1 TO OT-Dwellings(LevelIdx)
                   IF SW-Persons > 0
                       ADD 1 TO OT-Occupied(LevelIdx)
                       ADD SW-Persons TO OT-Persons(LevelIdx)
                       IF SW-Bedrooms = 0
                           ADD 1 TO OT-Bedrooms(LevelIdx)
                       ELSE
                           ADD SW-Bedrooms TO OT-Bedrooms(LevelIdx)
                       END-IF
                   END-IF
                   IF SW-Overcrowded = "Y"
                       ADD 1 TO OT-Overcrowded(LevelIdx)
                   END-IF
               END-PERFORM

               RETURN SortWorkFile
                   AT END SET SortDrained TO TRUE
               END-RETURN
           END-PERFORM

           IF CountyOpen
               PERFORM CloseTypeGroup
               PERFORM CloseCountyGroup
           END-IF.

       OpenCountyGroup.
           SET CountyOpen TO TRUE
           MOVE SW-StateNum TO CurrentStateNum
           MOVE SW-CountyCode TO CurrentCountyCode
           MOVE ZEROS TO OT-Level(2).

       OpenTypeGroup.
           MOVE SW-DwellingType TO CurrentDwellingType
           MOVE ZEROS TO OT-Level(1).

       CloseTypeGroup.
           MOVE 1 TO LevelIdx
           MOVE CurrentStateNum TO OL-StateNum
           MOVE CurrentCountyCode TO OL-CountyCode
           SET Type-Idx TO 1
           SEARCH DwellingTypeEntry
               AT END
                   MOVE CurrentDwellingType TO OL-TypeName
               WHEN TN-TypeCode(Type-Idx) = CurrentDwellingType
                   MOVE TN-TypeName(Type-Idx) TO OL-TypeName
           END-SEARCH
           PERFORM WriteOccupancyLine.

       CloseCountyGroup.
           MOVE "N" TO CountyOpenFlag
           MOVE 2 TO LevelIdx
           MOVE CurrentStateNum TO OL-StateNum
           MOVE CurrentCountyCode TO OL-CountyCode
           MOVE "County" TO OL-TypeName
           PERFORM WriteOccupancyLine
           MOVE SPACES TO PrintLine
           WRITE PrintLine AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus.

      * One line off the accumulators at LevelIdx; a line with any
      * overcrowded dwelling is flagged in the margin.
       WriteOccupancyLine.
           MOVE OT-Dwellings(LevelIdx) TO OL-Dwellings
           MOVE OT-Occupied(LevelIdx) TO OL-Occupied
           COMPUTE VacantCount =
               OT-Dwellings(LevelIdx) - OT-Occupied(LevelIdx)
           MOVE VacantCount TO OL-Vacant
           IF OT-Dwellings(LevelIdx) > 0
               COMPUTE VacancyRate ROUNDED =
                   VacantCount / OT-Dwellings(LevelIdx) * 100
           ELSE
               MOVE ZEROS TO VacancyRate
           END-IF
           MOVE VacancyRate TO OL-VacancyRate
           MOVE OT-Persons(LevelIdx) TO OL-Persons
           MOVE OT-Bedrooms(LevelIdx) TO OL-Bedrooms
           IF OT-Bedrooms(LevelIdx) > 0
               COMPUTE PersonsPerBedroom ROUNDED =
                   OT-Persons(LevelIdx) / OT-Bedrooms(LevelIdx)
           ELSE
               MOVE ZEROS TO PersonsPerBedroom
           END-IF
           MOVE PersonsPerBedroom TO OL-PersonsPerBedroom
           MOVE OT-Overcrowded(LevelIdx) TO OL-Overcrowded
           IF OT-Overcrowded(LevelIdx) > 0
               MOVE " **" TO OL-CrowdFlag
           ELSE
               MOVE SPACES TO OL-CrowdFlag
           END-IF
           MOVE "DwellingReport.rpt" TO WS-FileStatusName
           WRITE PrintLine FROM OccupancyLine AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus.

       WriteOvercrowdedList.
           WRITE PrintLine FROM OvercrowdedHeading
               AFTER ADVANCING 3 LINES
           PERFORM CheckFileStatus
           WRITE PrintLine FROM OvercrowdedColHeads
               AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus

           IF OvercrowdedTotal = 0
               WRITE PrintLine FROM NoneOvercrowdedLine
                   AFTER ADVANCING 1 LINE
               PERFORM CheckFileStatus
           END-IF

           PERFORM VARYING DwellingScanIdx FROM 1 BY 1
                 UNTIL DwellingScanIdx > NumDwellings
               IF DT-Overcrowded(DwellingScanIdx)
                   MOVE DT-DwellingNumber(DwellingScanIdx)
                       TO OC-DwellingNumber
                   MOVE DT-StateNum(DwellingScanIdx) TO OC-StateNum
                   MOVE DT-CountyCode(DwellingScanIdx)
                       TO OC-CountyCode
                   MOVE DT-Street(DwellingScanIdx) TO OC-Street
                   MOVE DT-Town(DwellingScanIdx) TO OC-Town
                   MOVE DT-Bedrooms(DwellingScanIdx) TO OC-Bedrooms
                   MOVE DT-Persons(DwellingScanIdx) TO OC-Persons
                   WRITE PrintLine FROM OvercrowdedLine
                       AFTER ADVANCING 1 LINE
                   PERFORM CheckFileStatus
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
