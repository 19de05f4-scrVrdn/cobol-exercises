       IDENTIFICATION DIVISION.
       PROGRAM-ID. CensusCrossTab.
       AUTHOR. io.github.scrvrdn.
      * The "X by Y" census queries without a report program each:
      * counts of the living population off CensusMaster.dat by a
      * row variable against a column variable, optionally within
      * one value of a third, as named on a request record in
      * CrossTabRequests.dat. Each table prints with row totals and
      * row percentages, a column-total line, and (when the request
      * asks) a CrossTab-<id>.csv copy. The run's one answer is the
      * request ID -- Enter runs every request on file -- so a query
      * goes in through the OperatorMenu job queue like any other
      * overnight run. Like every published census output the cells
      * go through the disclosure-control pass before printing.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CrossTabRequestFile
               ASSIGN TO "CrossTabRequests.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

           SELECT CensusMasterFile ASSIGN TO "CensusMaster.dat"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FileStatus.

           SELECT CrossTabRpt ASSIGN TO "CensusCrossTab.rpt"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FileStatus.

      * One comma-delimited copy per request that asks for it,
      * named for the request.
           SELECT CrossTabCSVFile ASSIGN TO DYNAMIC CrossTabCSVName
              ORGANIZATION IS LINE SEQUENTIAL
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

      * One query: its ID, the row and column variables, an optional
      * filter variable and the one value of it to keep, whether to
      * write the CSV copy, and a title for the report. Variables
      * are STATE, COUNTY, AGE, GENDER, CAR, HHSIZE, or BIRTHYEAR;
      * a filter value is the variable's code as the CSV shows it --
      * state 01-50, county state-and-code (01001), age bracket 1-4,
      * gender 1 or 2, car Y or N, household size 1-7 with 8 for
      * eight or more and 0 for no household, birth year the decade
      * (1950 for the 1950s).
       FD CrossTabRequestFile.
       01 CrossTabRequestRec.
           88 EndOfCrossTabRequests VALUE HIGH-VALUES.
           02 XT-RequestId PIC X(8).
           02 XT-RowVariable PIC X(9).
           02 XT-ColVariable PIC X(9).
           02 XT-FilterVariable PIC X(9).
           02 XT-FilterValue PIC X(10).
           02 XT-CsvWanted PIC X.
               88 XT-CsvOutput VALUE "Y".
           02 XT-Title PIC X(40).

       FD CensusMasterFile.
           COPY CENMREC.

       FD CrossTabRpt.
       01 PrintLine PIC X(124).

       FD CrossTabCSVFile.
       01 CSVLine PIC X(250).

       FD SiteParamFile.
           COPY SITEPARM.

       FD DisclosureLogFile.
           COPY DISCLOG.

       WORKING-STORAGE SECTION.
       01 BusinessToday PIC 9(8) VALUE ZEROS.
       COPY FILESTAT.
       COPY RPTHEAD.
       COPY STATENAMES.
       COPY DISCLWS.

       01 ChosenRequestId PIC X(8).
       01 RowVariable PIC X(9).
       01 ColVariable PIC X(9).
       01 FilterVariable PIC X(9).
       01 RequestSkipReason PIC X(60).

       01 FirstPageFlag PIC X VALUE "Y".
           88 FirstPage VALUE "Y".
       01 ReportOpenFlag PIC X VALUE "N".
           88 ReportOpen VALUE "Y".

      * Gather finds the row and column values present, tally counts
      * the cells -- two passes over the master, so the category
      * tables are complete and in code order before any cell is
      * counted.
       01 MasterPassFlag PIC X.
           88 GatherPass VALUE "G".
           88 TallyPass VALUE "T".

      * The variable DeriveCategory is asked about, and the record's
      * code and printed label under it.
       01 CategoryVariable PIC X(9).
       01 CategoryCode PIC X(10).
       01 CategoryLabel PIC X(24).
       01 RowCode PIC X(10).
       01 RowLabel PIC X(24).
       01 ColCode PIC X(10).
       01 ColLabel PIC X(24).
       01 DecadeText PIC X(4).
       01 HouseholdSize PIC 9(4).
       01 HouseholdSizeText PIC 9.

      * The row and column values present, kept in code order (a
      * state-numbered, bracket-numbered table reads naturally) so
      * each cell can find its row and column by binary search. The
      * row table is as deep as the disclosure grid; the column
      * table as wide.
       01 MaxRowCats PIC 9(3) VALUE 300.
       01 RowCatTable.
           02 NumRowCats PIC 9(3) VALUE ZERO.
           02 RowCatEntry OCCURS 0 TO 300 TIMES
                    DEPENDING ON NumRowCats
                    ASCENDING KEY IS RC-Code
                    INDEXED BY RowCat-Idx.
              03 RC-Code PIC X(10).
              03 RC-Label PIC X(24).
       01 MaxColCats PIC 99 VALUE 10.
       01 ColCatTable.
           02 NumColCats PIC 99 VALUE ZERO.
           02 ColCatEntry OCCURS 0 TO 10 TIMES
                    DEPENDING ON NumColCats
                    ASCENDING KEY IS CC-Code
                    INDEXED BY ColCat-Idx.
              03 CC-Code PIC X(10).
              03 CC-Label PIC X(24).
       01 RowOverflowFlag PIC X.
           88 TooManyRows VALUE "Y".
       01 ColOverflowFlag PIC X.
           88 TooManyCols VALUE "Y".
       01 InsertIdx PIC 9(3).
       01 SlotFoundFlag PIC X.
           88 SlotFound VALUE "Y".
       01 CellRowIdx PIC 9(3).
       01 CellColIdx PIC 99.
       01 HeadSplitIdx PIC 99.

      * Persons per household off the living master, for HHSIZE.
       01 MaxHouseholds PIC 9(4) VALUE 5000.
       01 HouseholdTable.
           02 NumHouseholds PIC 9(4) VALUE ZERO.
           02 HouseholdEntry OCCURS 0 TO 5000 TIMES
                    DEPENDING ON NumHouseholds
                    INDEXED BY HH-Idx.
              03 HH-HouseholdId PIC 9(6).
              03 HH-Persons PIC 9(4).
       01 HouseholdTableFullFlag PIC X VALUE "N".
           88 HouseholdTableFull VALUE "Y".

       01 RecordsCounted PIC 9(8).
       01 RecordsFilteredOut PIC 9(8).
       01 RowTotal PIC 9(9).
       01 GrandTotal PIC 9(9).
       01 RequestsRead PIC 9(4) VALUE ZERO.
       01 RequestsRun PIC 9(4) VALUE ZERO.
       01 RequestsSkipped PIC 9(4) VALUE ZERO.

       01 CrossTabCSVName PIC X(40).
       01 CsvPtr PIC 9(3).
       01 CsvCount PIC Z(8)9.

       01 CrossTabTitle.
           02 FILLER PIC X(25) VALUE "Census cross-tabulation  ".
           02 CT-RequestId PIC X(8).
           02 FILLER PIC X(3) VALUE " - ".
           02 CT-Title PIC X(40).
       01 CrossTabSpec.
           02 FILLER PIC X(6) VALUE "Rows: ".
           02 CS-RowVariable PIC X(9).
           02 FILLER PIC X(11) VALUE "  Columns: ".
           02 CS-ColVariable PIC X(9).
           02 FILLER PIC X(10) VALUE "  Filter: ".
           02 CS-Filter PIC X(22).
      * Column heads run to two lines of eight, the label broken at
      * its last space inside the first line where it has one.
       01 CrossTabHeads.
           02 CH-RowHead PIC X(24).
           02 CH-TotalHead PIC X(10).
           02 CH-Column OCCURS 10 TIMES.
              03 FILLER PIC X.
              03 CH-ColHead PIC X(8).
       01 CrossTabHeads2.
           02 FILLER PIC X(34).
           02 CH2-Column OCCURS 10 TIMES.
              03 FILLER PIC X.
              03 CH2-ColHead PIC X(8).
       01 CrossTabCountLine.
           02 CL-RowLabel PIC X(24).
           02 CL-Total PIC BZZZZZZZZ9.
           02 CL-Count PIC BZZZZZZZ9 OCCURS 10 TIMES.
       01 CrossTabPctLine.
           02 PL-RowLabel PIC X(24).
           02 PL-Total PIC BBBBBZZ9.9.
           02 PL-Pct PIC BBBBZZ9.9 OCCURS 10 TIMES.
       01 CrossTabCountsLine.
           02 FILLER PIC X(18) VALUE "Persons counted: ".
           02 CN-Counted PIC ZZZZZZZ9.
           02 FILLER PIC X(20) VALUE "  outside filter: ".
           02 CN-FilteredOut PIC ZZZZZZZ9.
       01 NoRecordsLine PIC X(50)
           VALUE "  (no living census records match this request)".

       PROCEDURE DIVISION.
       Main.
           PERFORM GetBusinessDate
           PERFORM LoadSiteParams
           DISPLAY "Cross-tab request ID (Enter for all) - "
               WITH NO ADVANCING
           ACCEPT ChosenRequestId
           MOVE FUNCTION UPPER-CASE(ChosenRequestId)
               TO ChosenRequestId

           PERFORM LoadHouseholdSizes

           OPEN INPUT CrossTabRequestFile
           MOVE "CrossTabRequests.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           READ CrossTabRequestFile
               AT END SET EndOfCrossTabRequests TO TRUE
           END-READ
           PERFORM CheckFileStatus

           PERFORM UNTIL EndOfCrossTabRequests
               IF ChosenRequestId = SPACES
                  OR FUNCTION UPPER-CASE(XT-RequestId)
                     = ChosenRequestId
                   ADD 1 TO RequestsRead
                   PERFORM RunCrossTabRequest
               END-IF

               MOVE "CrossTabRequests.dat" TO WS-FileStatusName
               READ CrossTabRequestFile
                   AT END SET EndOfCrossTabRequests TO TRUE
               END-READ
               PERFORM CheckFileStatus
           END-PERFORM

           CLOSE CrossTabRequestFile
           IF ReportOpen
               CLOSE CrossTabRpt
           END-IF

           IF RequestsRead = 0
               DISPLAY "No request " ChosenRequestId
                   " on CrossTabRequests.dat"
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "Cross-tab requests run:     " RequestsRun
           DISPLAY "Cross-tab requests skipped: " RequestsSkipped
           IF RequestsSkipped > 0
               MOVE 8 TO RETURN-CODE
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

      * Persons per household, counted once up front off the whole
      * living master, so a household's size doesn't depend on the
      * request's filter.
       LoadHouseholdSizes.
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
                   IF CMR-HouseholdId NUMERIC AND CMR-HouseholdId > 0
                       PERFORM CountHouseholdMember
                   END-IF
               END-IF

               READ CensusMasterFile
                   AT END SET EndOfCensusMaster TO TRUE
               END-READ
               PERFORM CheckFileStatus
           END-PERFORM

           CLOSE CensusMasterFile.

       CountHouseholdMember.
           SET HH-Idx TO 1
           SEARCH HouseholdEntry
               AT END
                   IF NumHouseholds < MaxHouseholds
                       ADD 1 TO NumHouseholds
                       MOVE CMR-HouseholdId
                           TO HH-HouseholdId(NumHouseholds)
                       MOVE 1 TO HH-Persons(NumHouseholds)
                   ELSE
                       IF NOT HouseholdTableFull
                           DISPLAY "Warning: household table full at "
                               MaxHouseholds " households - later "
                               "households show as no household"
                           SET HouseholdTableFull TO TRUE
                       END-IF
                   END-IF
               WHEN HH-HouseholdId(HH-Idx) = CMR-HouseholdId
                   ADD 1 TO HH-Persons(HH-Idx)
           END-SEARCH.

      * One request: checked, its row and column values gathered,
      * its cells counted, put through disclosure control, and
      * printed (and written as CSV when asked). A request that
      * can't be run is listed and the next one taken.
       RunCrossTabRequest.
           MOVE FUNCTION UPPER-CASE(XT-RowVariable) TO RowVariable
           MOVE FUNCTION UPPER-CASE(XT-ColVariable) TO ColVariable
           MOVE FUNCTION UPPER-CASE(XT-FilterVariable)
               TO FilterVariable
           MOVE SPACES TO RequestSkipReason
           PERFORM ValidateCrossTabRequest

           IF RequestSkipReason = SPACES
               MOVE ZEROS TO NumRowCats, NumColCats
               MOVE "N" TO RowOverflowFlag, ColOverflowFlag
               SET GatherPass TO TRUE
               PERFORM CrossTabMasterPass
               EVALUATE TRUE
                   WHEN TooManyRows
                       MOVE "more than 300 row values - add a filter"
                           TO RequestSkipReason
                   WHEN TooManyCols
                       MOVE "more than 10 column values - use as rows"
                           TO RequestSkipReason
               END-EVALUATE
           END-IF

           IF RequestSkipReason NOT = SPACES
               ADD 1 TO RequestsSkipped
               DISPLAY "Request " XT-RequestId " skipped - "
                   FUNCTION TRIM(RequestSkipReason)
           ELSE
               PERFORM ClearCrossTabGrid
               SET TallyPass TO TRUE
               PERFORM CrossTabMasterPass
               PERFORM BuildDisclosureGrid
               PERFORM ApplyDisclosureControl
               PERFORM WriteCrossTab
               IF XT-CsvOutput
                   PERFORM WriteCrossTabCSV
               END-IF
               ADD 1 TO RequestsRun
           END-IF.

       ValidateCrossTabRequest.
           MOVE RowVariable TO CategoryVariable
           PERFORM CheckVariableName
           IF RequestSkipReason NOT = SPACES
               MOVE "row variable is not one the program knows"
                   TO RequestSkipReason
           END-IF
           IF RequestSkipReason = SPACES
               MOVE ColVariable TO CategoryVariable
               PERFORM CheckVariableName
               IF RequestSkipReason NOT = SPACES
                   MOVE "column variable is not one the program knows"
                       TO RequestSkipReason
               END-IF
           END-IF
           IF RequestSkipReason = SPACES
              AND RowVariable = ColVariable
               MOVE "row and column variables are the same"
                   TO RequestSkipReason
           END-IF
           IF RequestSkipReason = SPACES
              AND FilterVariable NOT = SPACES
               MOVE FilterVariable TO CategoryVariable
               PERFORM CheckVariableName
               IF RequestSkipReason NOT = SPACES
                   MOVE "filter variable is not one the program knows"
                       TO RequestSkipReason
               ELSE
                   IF XT-FilterValue = SPACES
                       MOVE "filter variable given without a value"
                           TO RequestSkipReason
                   END-IF
               END-IF
           END-IF.

       CheckVariableName.
           EVALUATE CategoryVariable
               WHEN "STATE"
               WHEN "COUNTY"
               WHEN "AGE"
               WHEN "GENDER"
               WHEN "CAR"
               WHEN "HHSIZE"
               WHEN "BIRTHYEAR"
                   CONTINUE
               WHEN OTHER
                   MOVE "unknown" TO RequestSkipReason
           END-EVALUATE.

      * One pass over the living master for the request: each person
      * inside the filter has their row and column values found,
      * then either entered in the category tables (gather) or
      * counted into their cell (tally).
       CrossTabMasterPass.
           MOVE ZEROS TO RecordsCounted, RecordsFilteredOut
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
                   PERFORM ConsiderCrossTabRecord
               END-IF

               READ CensusMasterFile
                   AT END SET EndOfCensusMaster TO TRUE
               END-READ
               PERFORM CheckFileStatus
           END-PERFORM

           CLOSE CensusMasterFile.

       ConsiderCrossTabRecord.
           MOVE SPACES TO CategoryCode
           IF FilterVariable NOT = SPACES
               MOVE FilterVariable TO CategoryVariable
               PERFORM DeriveCategory
           END-IF
           IF FilterVariable NOT = SPACES
              AND CategoryCode NOT = XT-FilterValue
               ADD 1 TO RecordsFilteredOut
           ELSE
               ADD 1 TO RecordsCounted
               MOVE RowVariable TO CategoryVariable
               PERFORM DeriveCategory
               MOVE CategoryCode TO RowCode
               MOVE CategoryLabel TO RowLabel
               MOVE ColVariable TO CategoryVariable
               PERFORM DeriveCategory
               MOVE CategoryCode TO ColCode
               MOVE CategoryLabel TO ColLabel
               IF GatherPass
                   PERFORM EnterRowCategory
                   PERFORM EnterColCategory
               ELSE
                   PERFORM CountCrossTabCell
               END-IF
           END-IF.

      * The current record's code and label under CategoryVariable.
      * A code outside the variable's known values still gets a
      * row or column of its own, labelled as unknown, so every
      * person counted is somewhere in the table.
       DeriveCategory.
           MOVE SPACES TO CategoryCode, CategoryLabel
           EVALUATE CategoryVariable
               WHEN "STATE"
                   MOVE CMR-StateNum TO CategoryCode
                   IF CMR-StateNum >= 1 AND CMR-StateNum <= 50
                       MOVE StateNameEntry(CMR-StateNum)
                           TO CategoryLabel
                   ELSE
                       MOVE "Unknown state" TO CategoryLabel
                   END-IF
               WHEN "COUNTY"
                   STRING CMR-StateNum DELIMITED BY SIZE
                       CMR-CountyCode DELIMITED BY SIZE
                       INTO CategoryCode
                   END-STRING
                   STRING CMR-StateNum DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       CMR-CountyCode DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       CMR-CountyName DELIMITED BY SIZE
                       INTO CategoryLabel
                   END-STRING
               WHEN "AGE"
                   MOVE CMR-Age TO CategoryCode
                   EVALUATE CMR-Age
                       WHEN 1 MOVE "Children" TO CategoryLabel
                       WHEN 2 MOVE "Teens" TO CategoryLabel
                       WHEN 3 MOVE "Adults" TO CategoryLabel
                       WHEN 4 MOVE "Seniors" TO CategoryLabel
                       WHEN OTHER MOVE "Unknown" TO CategoryLabel
                   END-EVALUATE
               WHEN "GENDER"
                   MOVE CMR-Gender TO CategoryCode
                   EVALUATE CMR-Gender
                       WHEN 1 MOVE "Female" TO CategoryLabel
                       WHEN 2 MOVE "Male" TO CategoryLabel
                       WHEN OTHER MOVE "Unknown" TO CategoryLabel
                   END-EVALUATE
               WHEN "CAR"
                   EVALUATE CMR-CarOwner
                       WHEN "Y"
                           MOVE "Y" TO CategoryCode
                           MOVE "Car owner" TO CategoryLabel
                       WHEN "N"
                           MOVE "N" TO CategoryCode
                           MOVE "No car" TO CategoryLabel
                       WHEN OTHER
                           MOVE "?" TO CategoryCode
                           MOVE "Unknown" TO CategoryLabel
                   END-EVALUATE
               WHEN "HHSIZE"
                   PERFORM FindHouseholdSize
                   EVALUATE TRUE
                       WHEN HouseholdSize = 0
                           MOVE "0" TO CategoryCode
                           MOVE "Not known" TO CategoryLabel
                       WHEN HouseholdSize = 1
                           MOVE "1" TO CategoryCode
                           MOVE "1 person" TO CategoryLabel
                       WHEN HouseholdSize >= 8
                           MOVE "8" TO CategoryCode
                           MOVE "8 or more" TO CategoryLabel
                       WHEN OTHER
                           MOVE HouseholdSize TO HouseholdSizeText
                           MOVE HouseholdSizeText TO CategoryCode
                           STRING HouseholdSizeText DELIMITED BY SIZE
                               " persons" DELIMITED BY SIZE
                               INTO CategoryLabel
                           END-STRING
                   END-EVALUATE
               WHEN "BIRTHYEAR"
                   IF CMR-BirthDate NUMERIC AND CMR-BirthDate > 0
                       MOVE CMR-BirthDate(1:3) TO DecadeText(1:3)
                       MOVE "0" TO DecadeText(4:1)
                       MOVE DecadeText TO CategoryCode
                       STRING DecadeText DELIMITED BY SIZE
                           "s" DELIMITED BY SIZE
                           INTO CategoryLabel
                       END-STRING
                   ELSE
                       MOVE "0000" TO CategoryCode
                       MOVE "Unknown" TO CategoryLabel
                   END-IF
           END-EVALUATE.

       FindHouseholdSize.
           MOVE ZEROS TO HouseholdSize
           IF CMR-HouseholdId NUMERIC AND CMR-HouseholdId > 0
              AND NumHouseholds > 0
               SET HH-Idx TO 1
               SEARCH HouseholdEntry
                   AT END CONTINUE
                   WHEN HH-HouseholdId(HH-Idx) = CMR-HouseholdId
                       MOVE HH-Persons(HH-Idx) TO HouseholdSize
               END-SEARCH
           END-IF.

      * Enters the row value in code order the first time it turns
      * up, moving the later codes down a place to make room.
       EnterRowCategory.
           MOVE ZEROS TO CellRowIdx
           IF NumRowCats > 0
               SEARCH ALL RowCatEntry
                   AT END CONTINUE
                   WHEN RC-Code(RowCat-Idx) = RowCode
                       SET CellRowIdx TO RowCat-Idx
               END-SEARCH
           END-IF
           IF CellRowIdx = 0
               IF NumRowCats < MaxRowCats
                   ADD 1 TO NumRowCats
                   MOVE NumRowCats TO InsertIdx
                   MOVE "N" TO SlotFoundFlag
                   PERFORM UNTIL SlotFound
                       IF InsertIdx = 1
                           SET SlotFound TO TRUE
                       ELSE
                           IF RC-Code(InsertIdx - 1) < RowCode
                               SET SlotFound TO TRUE
                           ELSE
                               MOVE RowCatEntry(InsertIdx - 1)
                                   TO RowCatEntry(InsertIdx)
                               SUBTRACT 1 FROM InsertIdx
                           END-IF
                       END-IF
                   END-PERFORM
                   MOVE RowCode TO RC-Code(InsertIdx)
                   MOVE RowLabel TO RC-Label(InsertIdx)
               ELSE
                   SET TooManyRows TO TRUE
               END-IF
           END-IF.

       EnterColCategory.
           MOVE ZEROS TO CellColIdx
           IF NumColCats > 0
               SEARCH ALL ColCatEntry
                   AT END CONTINUE
                   WHEN CC-Code(ColCat-Idx) = ColCode
                       SET CellColIdx TO ColCat-Idx
               END-SEARCH
           END-IF
           IF CellColIdx = 0
               IF NumColCats < MaxColCats
                   ADD 1 TO NumColCats
                   MOVE NumColCats TO InsertIdx
                   MOVE "N" TO SlotFoundFlag
                   PERFORM UNTIL SlotFound
                       IF InsertIdx = 1
                           SET SlotFound TO TRUE
                       ELSE
                           IF CC-Code(InsertIdx - 1) < ColCode
                               SET SlotFound TO TRUE
                           ELSE
                               MOVE ColCatEntry(InsertIdx - 1)
                                   TO ColCatEntry(InsertIdx)
                               SUBTRACT 1 FROM InsertIdx
                           END-IF
                       END-IF
                   END-PERFORM
                   MOVE ColCode TO CC-Code(InsertIdx)
                   MOVE ColLabel TO CC-Label(InsertIdx)
               ELSE
                   SET TooManyCols TO TRUE
               END-IF
           END-IF.

       CountCrossTabCell.
           SEARCH ALL RowCatEntry
               AT END CONTINUE
               WHEN RC-Code(RowCat-Idx) = RowCode
                   SET CellRowIdx TO RowCat-Idx
           END-SEARCH
           SEARCH ALL ColCatEntry
               AT END CONTINUE
               WHEN CC-Code(ColCat-Idx) = ColCode
                   SET CellColIdx TO ColCat-Idx
           END-SEARCH
           ADD 1 TO DG-Value(CellRowIdx, CellColIdx).

       ClearCrossTabGrid.
           PERFORM VARYING DG-RowIdx FROM 1 BY 1
                 UNTIL DG-RowIdx > NumRowCats
               PERFORM VARYING DG-ColIdx FROM 1 BY 1
                     UNTIL DG-ColIdx > NumColCats
                   MOVE ZEROS TO DG-Value(DG-RowIdx, DG-ColIdx)
               END-PERFORM
           END-PERFORM.

      * The counted cells are already in the grid; this labels its
      * rows and columns. Every column is a part of the row total.
       BuildDisclosureGrid.
           MOVE SPACES TO DG-ReportName
           STRING "CrossTab " DELIMITED BY SIZE
               XT-RequestId DELIMITED BY SIZE
               INTO DG-ReportName
           END-STRING
           MOVE NumRowCats TO DG-NumRows
           MOVE NumColCats TO DG-NumCols
           PERFORM VARYING DG-RowIdx FROM 1 BY 1
                 UNTIL DG-RowIdx > NumRowCats
               MOVE RC-Label(DG-RowIdx) TO DG-RowLabel(DG-RowIdx)
           END-PERFORM
           PERFORM VARYING DG-ColIdx FROM 1 BY 1
                 UNTIL DG-ColIdx > NumColCats
               MOVE CC-Label(DG-ColIdx) TO DG-ColLabel(DG-ColIdx)
               MOVE "Y" TO DG-ColInRowTotal(DG-ColIdx)
           END-PERFORM.

      * Starts the request's page: the run-date/page stamp, the
      * request's title and specification, and the column heads.
       WriteCrossTab.
           IF NOT ReportOpen
               OPEN OUTPUT CrossTabRpt
               MOVE "CensusCrossTab.rpt" TO WS-FileStatusName
               PERFORM CheckFileStatus
               SET ReportOpen TO TRUE
           END-IF

           MOVE BusinessToday TO RptRunDate
           MOVE RptRunDate(5:2) TO RptStampMonth
           MOVE RptRunDate(7:2) TO RptStampDay
           MOVE RptRunDate(1:4) TO RptStampYear
           MOVE RptPageNumber TO RptStampPage
           ADD 1 TO RptPageNumber
           MOVE "CensusCrossTab.rpt" TO WS-FileStatusName
           IF FirstPage
               MOVE "N" TO FirstPageFlag
               WRITE PrintLine FROM RptHeadingStamp
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE PrintLine FROM RptHeadingStamp
                   AFTER ADVANCING PAGE
           END-IF
           PERFORM CheckFileStatus

           MOVE XT-RequestId TO CT-RequestId
           MOVE XT-Title TO CT-Title
           WRITE PrintLine FROM CrossTabTitle AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus

           MOVE RowVariable TO CS-RowVariable
           MOVE ColVariable TO CS-ColVariable
           MOVE SPACES TO CS-Filter
           IF FilterVariable = SPACES
               MOVE "none" TO CS-Filter
           ELSE
               STRING FilterVariable DELIMITED BY SPACE
                   " = " DELIMITED BY SIZE
                   XT-FilterValue DELIMITED BY SIZE
                   INTO CS-Filter
               END-STRING
           END-IF
           WRITE PrintLine FROM CrossTabSpec AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus

           IF RecordsCounted = 0
               WRITE PrintLine FROM NoRecordsLine
                   AFTER ADVANCING 2 LINES
               PERFORM CheckFileStatus
           ELSE
               PERFORM WriteCrossTabHeads
               PERFORM VARYING DG-RowIdx FROM 1 BY 1
                     UNTIL DG-RowIdx > NumRowCats
                   PERFORM WriteCrossTabRow
               END-PERFORM
               PERFORM WriteCrossTabTotals
               IF DG-PrimaryCount > 0
                   WRITE PrintLine FROM DG-Footnote
                       AFTER ADVANCING 2 LINES
                   PERFORM CheckFileStatus
               END-IF
           END-IF

           MOVE RecordsCounted TO CN-Counted
           MOVE RecordsFilteredOut TO CN-FilteredOut
           WRITE PrintLine FROM CrossTabCountsLine
               AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus.

       WriteCrossTabHeads.
           MOVE SPACES TO CrossTabHeads, CrossTabHeads2
           MOVE RowVariable TO CH-RowHead
           MOVE "     Total" TO CH-TotalHead
           PERFORM VARYING DG-ColIdx FROM 1 BY 1
                 UNTIL DG-ColIdx > NumColCats
               PERFORM SplitColumnHead
           END-PERFORM
           WRITE PrintLine FROM CrossTabHeads AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus
           WRITE PrintLine FROM CrossTabHeads2 AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus.

       SplitColumnHead.
           IF CC-Label(DG-ColIdx)(9:16) = SPACES
               MOVE CC-Label(DG-ColIdx) TO CH-ColHead(DG-ColIdx)
           ELSE
               MOVE 9 TO HeadSplitIdx
               PERFORM UNTIL HeadSplitIdx = 1
                   OR CC-Label(DG-ColIdx)(HeadSplitIdx:1) = SPACE
                   SUBTRACT 1 FROM HeadSplitIdx
               END-PERFORM
               IF HeadSplitIdx = 1
                   MOVE CC-Label(DG-ColIdx)(1:8)
                       TO CH-ColHead(DG-ColIdx)
                   MOVE CC-Label(DG-ColIdx)(9:8)
                       TO CH2-ColHead(DG-ColIdx)
               ELSE
                   MOVE CC-Label(DG-ColIdx)(1:HeadSplitIdx - 1)
                       TO CH-ColHead(DG-ColIdx)
                   MOVE CC-Label(DG-ColIdx)(HeadSplitIdx + 1:8)
                       TO CH2-ColHead(DG-ColIdx)
               END-IF
           END-IF.

      * A row's counts with its total, and under them each cell as a
      * percentage of the row. A withheld cell shows "*" in both
      * lines -- its percentage would give it away.
       WriteCrossTabRow.
           MOVE ZEROS TO RowTotal
           PERFORM VARYING DG-ColIdx FROM 1 BY 1
                 UNTIL DG-ColIdx > NumColCats
               ADD DG-Value(DG-RowIdx, DG-ColIdx) TO RowTotal
           END-PERFORM

           MOVE SPACES TO CrossTabCountLine, CrossTabPctLine
           MOVE RC-Label(DG-RowIdx) TO CL-RowLabel
           MOVE RowTotal TO CL-Total
           MOVE "  % of row" TO PL-RowLabel
           MOVE 100 TO PL-Total
           PERFORM VARYING DG-ColIdx FROM 1 BY 1
                 UNTIL DG-ColIdx > NumColCats
               MOVE DG-Value(DG-RowIdx, DG-ColIdx)
                   TO CL-Count(DG-ColIdx)
               IF RowTotal > 0
                   COMPUTE PL-Pct(DG-ColIdx) ROUNDED =
                       DG-Value(DG-RowIdx, DG-ColIdx) * 100 / RowTotal
               ELSE
                   MOVE ZEROS TO PL-Pct(DG-ColIdx)
               END-IF
               IF DG-Suppressed(DG-RowIdx, DG-ColIdx)
                   MOVE DG-SuppressedMark(6:9)
                       TO CL-Count(DG-ColIdx)(1:9)
                   MOVE DG-SuppressedMark(6:9)
                       TO PL-Pct(DG-ColIdx)(1:9)
               END-IF
           END-PERFORM

           MOVE "CensusCrossTab.rpt" TO WS-FileStatusName
           WRITE PrintLine FROM CrossTabCountLine
               AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus
           WRITE PrintLine FROM CrossTabPctLine AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus.

      * The column totals, and each as a share of everyone counted.
       WriteCrossTabTotals.
           MOVE ZEROS TO GrandTotal
           PERFORM VARYING DG-ColIdx FROM 1 BY 1
                 UNTIL DG-ColIdx > NumColCats
               ADD DG-ColTotal(DG-ColIdx) TO GrandTotal
           END-PERFORM

           MOVE SPACES TO CrossTabCountLine, CrossTabPctLine
           MOVE "Total" TO CL-RowLabel
           MOVE GrandTotal TO CL-Total
           MOVE "  % of all" TO PL-RowLabel
           MOVE 100 TO PL-Total
           PERFORM VARYING DG-ColIdx FROM 1 BY 1
                 UNTIL DG-ColIdx > NumColCats
               MOVE DG-ColTotal(DG-ColIdx) TO CL-Count(DG-ColIdx)
               COMPUTE PL-Pct(DG-ColIdx) ROUNDED =
                   DG-ColTotal(DG-ColIdx) * 100 / GrandTotal
               IF DG-ColTotalSuppressed(DG-ColIdx)
                   MOVE DG-SuppressedMark(6:9)
                       TO CL-Count(DG-ColIdx)(1:9)
                   MOVE DG-SuppressedMark(6:9)
                       TO PL-Pct(DG-ColIdx)(1:9)
               END-IF
           END-PERFORM

           MOVE "CensusCrossTab.rpt" TO WS-FileStatusName
           WRITE PrintLine FROM CrossTabCountLine
               AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus
           WRITE PrintLine FROM CrossTabPctLine AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus.

      * The same table as counts for a spreadsheet: a heading row
      * of column labels, then one row per row value with its code,
      * label, total and cells, withheld cells as "*".
       WriteCrossTabCSV.
           MOVE SPACES TO CrossTabCSVName
           STRING "CrossTab-" DELIMITED BY SIZE
               XT-RequestId DELIMITED BY SPACE
               ".csv" DELIMITED BY SIZE
               INTO CrossTabCSVName
           END-STRING
           OPEN OUTPUT CrossTabCSVFile
           MOVE CrossTabCSVName TO WS-FileStatusName
           PERFORM CheckFileStatus

           MOVE SPACES TO CSVLine
           MOVE 1 TO CsvPtr
           STRING "Code," DELIMITED BY SIZE
               FUNCTION TRIM(RowVariable) DELIMITED BY SIZE
               ",Total" DELIMITED BY SIZE
               INTO CSVLine WITH POINTER CsvPtr
           END-STRING
           PERFORM VARYING DG-ColIdx FROM 1 BY 1
                 UNTIL DG-ColIdx > NumColCats
               STRING "," DELIMITED BY SIZE
                   FUNCTION TRIM(CC-Label(DG-ColIdx)) DELIMITED BY SIZE
                   INTO CSVLine WITH POINTER CsvPtr
               END-STRING
           END-PERFORM
           WRITE CSVLine
           PERFORM CheckFileStatus

           PERFORM VARYING DG-RowIdx FROM 1 BY 1
                 UNTIL DG-RowIdx > NumRowCats
               PERFORM WriteCrossTabCSVRow
           END-PERFORM

           CLOSE CrossTabCSVFile.

       WriteCrossTabCSVRow.
           MOVE ZEROS TO RowTotal
           PERFORM VARYING DG-ColIdx FROM 1 BY 1
                 UNTIL DG-ColIdx > NumColCats
               ADD DG-Value(DG-RowIdx, DG-ColIdx) TO RowTotal
           END-PERFORM
           MOVE RowTotal TO CsvCount

           MOVE SPACES TO CSVLine
           MOVE 1 TO CsvPtr
           STRING FUNCTION TRIM(RC-Code(DG-RowIdx)) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(RC-Label(DG-RowIdx)) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(CsvCount) DELIMITED BY SIZE
               INTO CSVLine WITH POINTER CsvPtr
           END-STRING
           PERFORM VARYING DG-ColIdx FROM 1 BY 1
                 UNTIL DG-ColIdx > NumColCats
               IF DG-Suppressed(DG-RowIdx, DG-ColIdx)
                   STRING ",*" DELIMITED BY SIZE
                       INTO CSVLine WITH POINTER CsvPtr
                   END-STRING
               ELSE
                   MOVE DG-Value(DG-RowIdx, DG-ColIdx) TO CsvCount
                   STRING "," DELIMITED BY SIZE
                       FUNCTION TRIM(CsvCount) DELIMITED BY SIZE
                       INTO CSVLine WITH POINTER CsvPtr
                   END-STRING
               END-IF
           END-PERFORM
           MOVE CrossTabCSVName TO WS-FileStatusName
           WRITE CSVLine
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
