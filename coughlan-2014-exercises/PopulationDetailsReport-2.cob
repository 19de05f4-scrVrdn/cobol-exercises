              FILE STATUS IS WS-FileStatus.

      * The site's standing operational knobs, read at startup so
      * the report distribution commands and the minimum published
      * cell size can move without a programmer and a recompile.
      * OPTIONAL: a missing file leaves the compiled defaults
      * standing.
           SELECT OPTIONAL SiteParamFile ASSIGN TO "SiteParams.dat"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FileStatus.
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FileStatus.

      * Every cell this run withholds from the report and the CSV,
      * appended for the census office -- see DISCLOG.
           SELECT DisclosureLogFile ASSIGN TO "DisclosureLog.dat"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FileStatus.


      * The business day this cycle stamps from, set by the batch
      * driver -- see BUSDATE.
           02 PH-CarOwners PIC 9(8).
           02 PH-TotalPop PIC 9(8).

       FD DisclosureLogFile.
           COPY DISCLOG.

       WORKING-STORAGE SECTION.
       01 BusinessToday PIC 9(8) VALUE ZEROS.
       01 ReportHeader.
       01 RptSectionFlag PIC X VALUE "M".
           88 InMainSection VALUE "M".

      * The state rows go through the shared disclosure-control pass
      * before anything is printed, so a state cell small enough to
      * identify someone prints as "*" on the report and in the CSV.
       01 GridAgeIdx PIC 9.
       01 GridGenderIdx PIC 9.

       COPY STATENAMES.
       COPY RPTHEAD.
       COPY FILESTAT.
       COPY DISCLWS.

       PROCEDURE DIVISION.
       Main.
                  " census record(s) rejected for invalid codes"
           END-IF

           PERFORM BuildDisclosureGrid
           PERFORM ApplyDisclosureControl
           PERFORM WriteReport
           IF NOT ReprocessMode
              PERFORM WritePopulationHistory
           END-IF.

      * Reads the site parameter file, taking the distribution
      * commands and minimum cell size this report uses and leaving
      * the compiled defaults for anything the file doesn't carry.
      * Status "05" is the missing OPTIONAL file.
       LoadSiteParams.
           OPEN INPUT SiteParamFile
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "05"
                    MOVE SP-ParamValue TO DistCommandPrefix(1)
                 WHEN "DIST-POPULATION-2"
                    MOVE SP-ParamValue TO DistCommandPrefix(2)
                 WHEN "DISCLOSURE-MIN-CELL"
                    IF FUNCTION TEST-NUMVAL(SP-ParamValue) = 0
                       COMPUTE DisclosureMinCell =
                           FUNCTION NUMVAL(SP-ParamValue)
                    END-IF
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              ELSE
                  MOVE ZEROS TO PctCarOwners
              END-IF
              PERFORM MaskWithheldStateCells

              ADD PopCarOwners(StateIdx) TO GrandCarOwners
              ADD PopTotal(StateIdx, 1, 1) TO GrandGenderCategory(1, 1)
           ELSE
               MOVE ZEROS TO PctCarOwners
           END-IF
           PERFORM MaskWithheldTotalCells

           MOVE USTotalHeading TO ReportLine
           MOVE 2 TO RptAdvance
           PERFORM WriteReportLine
           PERFORM CheckFileStatus

           IF DG-PrimaryCount > 0
              MOVE DG-Footnote TO ReportLine
              MOVE 2 TO RptAdvance
              PERFORM WriteReportLine
              PERFORM CheckFileStatus
           END-IF

           IF CSVOutputWanted
              PERFORM WriteCSVTotalLine
           END-IF

           PERFORM WriteYoYSection.

      * Loads the per-state cells the report and the CSV publish into
      * the disclosure grid: one row per state, the eight age/gender
      * cells and car owners.
       BuildDisclosureGrid.
           MOVE "PopulationReport" TO DG-ReportName
           MOVE 50 TO DG-NumRows
           MOVE 9 TO DG-NumCols
           PERFORM SetCensusDisclosureColumns
           PERFORM VARYING StateIdx FROM 1 BY 1 UNTIL StateIdx > 50
              MOVE SPACES TO DG-RowLabel(StateIdx)
              STRING StateIdx DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  StateNameEntry(StateIdx) DELIMITED BY SIZE
                  INTO DG-RowLabel(StateIdx)
              END-STRING
              PERFORM VARYING GridAgeIdx FROM 1 BY 1
                    UNTIL GridAgeIdx > 4
                 PERFORM VARYING GridGenderIdx FROM 1 BY 1
                       UNTIL GridGenderIdx > 2
                    COMPUTE DG-ColIdx =
                        (GridAgeIdx - 1) * 2 + GridGenderIdx
                    MOVE PopTotal(StateIdx, GridAgeIdx, GridGenderIdx)
                        TO DG-Value(StateIdx, DG-ColIdx)
                 END-PERFORM
              END-PERFORM
              MOVE PopCarOwners(StateIdx) TO DG-Value(StateIdx, 9)
           END-PERFORM.

      * Overlays "*" on each cell of the state's PrintLine that the
      * disclosure pass withheld. The car-ownership percentage goes
      * with the car-owner count, since the state total it was taken
      * from is out in print.
       MaskWithheldStateCells.
           IF DG-Suppressed(StateIdx, 9)
               MOVE DG-SuppressedMark(2:13) TO PrintCarOwners(1:13)
               MOVE DG-SuppressedMark(7:8) TO PctCarOwners(1:8)
           END-IF
           IF DG-Suppressed(StateIdx, 6)
               MOVE DG-SuppressedMark TO MaleAdults(1:14)
           END-IF
           IF DG-Suppressed(StateIdx, 5)
               MOVE DG-SuppressedMark TO FemaleAdults(1:14)
           END-IF
           IF DG-Suppressed(StateIdx, 4)
               MOVE DG-SuppressedMark TO MaleTeens(1:14)
           END-IF
           IF DG-Suppressed(StateIdx, 3)
               MOVE DG-SuppressedMark TO FemaleTeens(1:14)
           END-IF
           IF DG-Suppressed(StateIdx, 2)
               MOVE DG-SuppressedMark TO MaleChildren(1:14)
           END-IF
           IF DG-Suppressed(StateIdx, 1)
               MOVE DG-SuppressedMark TO FemaleChildren(1:14)
           END-IF
           IF DG-Suppressed(StateIdx, 8)
               MOVE DG-SuppressedMark TO MaleSeniors(1:14)
           END-IF
           IF DG-Suppressed(StateIdx, 7)
               MOVE DG-SuppressedMark TO FemaleSeniors(1:14)
           END-IF.

      * The same for the United States totals line.
       MaskWithheldTotalCells.
           IF DG-ColTotalSuppressed(9)
               MOVE DG-SuppressedMark(2:13) TO PrintCarOwners(1:13)
               MOVE DG-SuppressedMark(7:8) TO PctCarOwners(1:8)
           END-IF
           IF DG-ColTotalSuppressed(6)
               MOVE DG-SuppressedMark TO MaleAdults(1:14)
           END-IF
           IF DG-ColTotalSuppressed(5)
               MOVE DG-SuppressedMark TO FemaleAdults(1:14)
           END-IF
           IF DG-ColTotalSuppressed(4)
               MOVE DG-SuppressedMark TO MaleTeens(1:14)
           END-IF
           IF DG-ColTotalSuppressed(3)
               MOVE DG-SuppressedMark TO FemaleTeens(1:14)
           END-IF
           IF DG-ColTotalSuppressed(2)
               MOVE DG-SuppressedMark TO MaleChildren(1:14)
           END-IF
           IF DG-ColTotalSuppressed(1)
               MOVE DG-SuppressedMark TO FemaleChildren(1:14)
           END-IF
           IF DG-ColTotalSuppressed(8)
               MOVE DG-SuppressedMark TO MaleSeniors(1:14)
           END-IF
           IF DG-ColTotalSuppressed(7)
               MOVE DG-SuppressedMark TO FemaleSeniors(1:14)
           END-IF.

      * Appends a year-over-year change section after the main table,
      * one row per state, comparing this run's PopCarOwners and total
      * population against PriorPopulationTable. Skipped (with an

                 MOVE CarOwnerChange TO YoY-CarOwnerChange
                 MOVE PopulationChange TO YoY-PopulationChange
      * Last run's count was published too, so the change would
      * give a withheld car-owner count straight back.
                 IF DG-Suppressed(StateIdx, 9)
                    MOVE DG-SuppressedMark(6:9)
                        TO YoY-CarOwnerChange(1:9)
                 END-IF

                 MOVE YoYLine TO ReportLine
                 MOVE 1 TO RptAdvance
           END-STRING
           PERFORM AppendCSVComma

           MOVE 9 TO DG-ColIdx
           PERFORM AppendCSVStateCell
           PERFORM AppendCSVComma

           MOVE 6 TO DG-ColIdx
           PERFORM AppendCSVStateCell
           PERFORM AppendCSVComma

           MOVE 5 TO DG-ColIdx
           PERFORM AppendCSVStateCell
           PERFORM AppendCSVComma

           MOVE 4 TO DG-ColIdx
           PERFORM AppendCSVStateCell
           PERFORM AppendCSVComma

           MOVE 3 TO DG-ColIdx
           PERFORM AppendCSVStateCell
           PERFORM AppendCSVComma

           MOVE 2 TO DG-ColIdx
           PERFORM AppendCSVStateCell
           PERFORM AppendCSVComma

           MOVE 1 TO DG-ColIdx
           PERFORM AppendCSVStateCell
           PERFORM AppendCSVComma

           MOVE 8 TO DG-ColIdx
           PERFORM AppendCSVStateCell
           PERFORM AppendCSVComma

           MOVE 7 TO DG-ColIdx
           PERFORM AppendCSVStateCell

           MOVE "PopulationReport.csv" TO WS-FileStatusName
           WRITE CSVLine AFTER ADVANCING 1 LINE
           END-STRING
           PERFORM AppendCSVComma

           MOVE 9 TO DG-ColIdx
           PERFORM AppendCSVTotalCell
           PERFORM AppendCSVComma

           MOVE 6 TO DG-ColIdx
           PERFORM AppendCSVTotalCell
           PERFORM AppendCSVComma

           MOVE 5 TO DG-ColIdx
           PERFORM AppendCSVTotalCell
           PERFORM AppendCSVComma

           MOVE 4 TO DG-ColIdx
           PERFORM AppendCSVTotalCell
           PERFORM AppendCSVComma

           MOVE 3 TO DG-ColIdx
           PERFORM AppendCSVTotalCell
           PERFORM AppendCSVComma

           MOVE 2 TO DG-ColIdx
           PERFORM AppendCSVTotalCell
           PERFORM AppendCSVComma

           MOVE 1 TO DG-ColIdx
           PERFORM AppendCSVTotalCell
           PERFORM AppendCSVComma

           MOVE 8 TO DG-ColIdx
           PERFORM AppendCSVTotalCell
           PERFORM AppendCSVComma

           MOVE 7 TO DG-ColIdx
           PERFORM AppendCSVTotalCell

           MOVE "PopulationReport.csv" TO WS-FileStatusName
           WRITE CSVLine AFTER ADVANCING 1 LINE
               INTO CSVLine WITH POINTER CSV-Pointer
           END-STRING.

      * Appends one published cell of the state at StateIdx -- grid
      * column DG-ColIdx -- or "*" where the disclosure pass withheld
      * it, the same as the fixed-width report.
       AppendCSVStateCell.
           IF DG-Suppressed(StateIdx, DG-ColIdx)
              STRING "*" DELIMITED BY SIZE
                  INTO CSVLine WITH POINTER CSV-Pointer
              END-STRING
           ELSE
              MOVE DG-Value(StateIdx, DG-ColIdx) TO CSV-NumDisplay
              PERFORM AppendCSVNum
           END-IF.

      * The same for a United States total.
       AppendCSVTotalCell.
           IF DG-ColTotalSuppressed(DG-ColIdx)
              STRING "*" DELIMITED BY SIZE
                  INTO CSVLine WITH POINTER CSV-Pointer
              END-STRING
           ELSE
              MOVE DG-ColTotal(DG-ColIdx) TO CSV-NumDisplay
              PERFORM AppendCSVNum
           END-IF.

      * Appends a single comma column separator to CSVLine at
      * CSV-Pointer.
       AppendCSVComma.
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
