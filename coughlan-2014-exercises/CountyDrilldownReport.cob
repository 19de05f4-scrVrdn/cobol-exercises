               RECORD KEY IS CY-Key
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
       FD CountyFile.
           COPY COUNTYREC.

       FD SiteParamFile.
           COPY SITEPARM.

       FD DisclosureLogFile.
           COPY DISCLOG.

       WORKING-STORAGE SECTION.
       01 BusinessToday PIC 9(8) VALUE ZEROS.
       COPY STATENAMES.
       COPY RPTHEAD.
       COPY FILESTAT.
       COPY DISCLWS.

       01 ChosenState PIC 99.

       01 StateRecords PIC 9(8) VALUE ZERO.
       01 RejectedCensusCount PIC 9(6) VALUE ZERO.
       01 CountyPop PIC 9(9).
       01 GridAgeIdx PIC 9.
       01 GridGenderIdx PIC 9.

       01 CensusRecValid PIC X VALUE "Y".
           88 CensusRecIsValid VALUE "Y".
       PROCEDURE DIVISION.
       Main.
           PERFORM GetBusinessDate
           PERFORM LoadSiteParams
           DISPLAY "Drill down which state (1-50)? - "
               WITH NO ADVANCING
           ACCEPT ChosenState

           CLOSE CensusFile

      * A county cell is far likelier to single someone out than a
      * state one, so the county rows go through the same
      * disclosure-control pass as the population report before
      * anything prints. The columns add up to the state's figures
      * on that report, which count as published totals here.
           PERFORM BuildDisclosureGrid
           PERFORM ApplyDisclosureControl
           PERFORM WriteReport
           IF CountyNameOpen
               CLOSE CountyFile
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

      * Guards the county table against a bad record, same codes
      * PopulationDetailsReport-2's ValidateCensusRec checks.
       ValidateCensusRec.
               PERFORM WriteCountyLine
           END-PERFORM

           IF DG-PrimaryCount > 0
               WRITE ReportLine FROM DG-Footnote
                   AFTER ADVANCING 2 LINES
               PERFORM CheckFileStatus
           END-IF

           CLOSE DrilldownRpt.

      * Loads the county cells into the disclosure grid, one row per
      * county in table order: the eight age/gender cells and car
      * owners.
       BuildDisclosureGrid.
           MOVE "CountyDrilldown" TO DG-ReportName
           MOVE NumCounties TO DG-NumRows
           MOVE 9 TO DG-NumCols
           PERFORM SetCensusDisclosureColumns
           PERFORM VARYING CountyScanIdx FROM 1 BY 1
                 UNTIL CountyScanIdx > NumCounties
               MOVE SPACES TO DG-RowLabel(CountyScanIdx)
               STRING ChosenState DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   CT-CountyCode(CountyScanIdx) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   StateNameEntry(ChosenState) DELIMITED BY SIZE
                   INTO DG-RowLabel(CountyScanIdx)
               END-STRING
               PERFORM VARYING GridAgeIdx FROM 1 BY 1
                     UNTIL GridAgeIdx > 4
                   PERFORM VARYING GridGenderIdx FROM 1 BY 1
                         UNTIL GridGenderIdx > 2
                       COMPUTE DG-ColIdx =
                           (GridAgeIdx - 1) * 2 + GridGenderIdx
                       MOVE CT-GenderCategory
                           (CountyScanIdx, GridAgeIdx, GridGenderIdx)
                           TO DG-Value(CountyScanIdx, DG-ColIdx)
                   END-PERFORM
               END-PERFORM
               MOVE CT-CarOwners(CountyScanIdx)
                   TO DG-Value(CountyScanIdx, 9)
           END-PERFORM.

       WriteCountyLine.
           MOVE CT-CountyCode(CountyScanIdx) TO CL-CountyCode
           PERFORM LookupCountyName
           ELSE
               MOVE ZEROS TO CL-PctCars
           END-IF
           PERFORM MaskWithheldCountyCells

           MOVE "CountyDrilldown.rpt" TO WS-FileStatusName
           WRITE ReportLine FROM CountyLine AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus.

      * Overlays "*" on each cell of the county line that the
      * disclosure pass withheld; the car-ownership percentage goes
      * with the car-owner count.
       MaskWithheldCountyCells.
           IF DG-Suppressed(CountyScanIdx, 9)
               MOVE DG-SuppressedMark(3:12) TO CL-CarOwners(1:12)
               MOVE DG-SuppressedMark(7:8) TO CL-PctCars(1:8)
           END-IF
           IF DG-Suppressed(CountyScanIdx, 6)
               MOVE DG-SuppressedMark(5:10) TO CL-MaleAdults(1:10)
           END-IF
           IF DG-Suppressed(CountyScanIdx, 5)
               MOVE DG-SuppressedMark(5:10) TO CL-FemaleAdults(1:10)
           END-IF
           IF DG-Suppressed(CountyScanIdx, 4)
               MOVE DG-SuppressedMark(5:10) TO CL-MaleTeens(1:10)
           END-IF
           IF DG-Suppressed(CountyScanIdx, 3)
               MOVE DG-SuppressedMark(5:10) TO CL-FemaleTeens(1:10)
           END-IF
           IF DG-Suppressed(CountyScanIdx, 2)
               MOVE DG-SuppressedMark(5:10) TO CL-MaleChildren(1:10)
           END-IF
           IF DG-Suppressed(CountyScanIdx, 1)
               MOVE DG-SuppressedMark(5:10) TO CL-FemaleChildren(1:10)
           END-IF
           IF DG-Suppressed(CountyScanIdx, 8)
               MOVE DG-SuppressedMark(5:10) TO CL-MaleSeniors(1:10)
           END-IF
           IF DG-Suppressed(CountyScanIdx, 7)
               MOVE DG-SuppressedMark(5:10) TO CL-FemaleSeniors(1:10)
           END-IF.

      * The official county name off the master, blank when the
      * county isn't on it (or there is no master to ask).
       LookupCountyName.
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
