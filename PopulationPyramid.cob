               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

      * The site's standing operational knobs, for the minimum
      * published cell size. OPTIONAL: a missing file leaves the
      * compiled default standing.
           SELECT OPTIONAL SiteParamFile ASSIGN TO "SiteParams.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

      * Every cell this run withholds from the pyramids, appended
      * for the census office -- see DISCLOG.
           SELECT DisclosureLogFile ASSIGN TO "DisclosureLog.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.


      * The business day this cycle stamps from, set by the batch
      * driver -- see BUSDATE.
       FD PyramidRpt.
       01 PrintLine PIC X(110).

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

      * Counts per state (1-50) by bracket (1-4) and gender (1
      * female, 2 male), plus the national roll-up in slot 51.
       01 FemalePctWork PIC 9(3)V9.
       01 MalePctWork PIC 9(3)V9.

      * Whether the page being written withheld any cell, so the
      * footnote explaining the "*" goes on the pages that need it.
       01 PageWithheldFlag PIC X VALUE "N".
           88 PageHasWithheldCell VALUE "Y".
       01 GenderIdx PIC 9.
       01 CellWithheldFlag PIC X.
           88 CellWithheld VALUE "Y".

       PROCEDURE DIVISION.
       Main.
           PERFORM GetBusinessDate
           PERFORM LoadSiteParams
           PERFORM TallyCensus

      * The state pages go through the same disclosure-control pass
      * as the population report, and the national page prints the
      * pass's column totals, so a small cell is withheld here
      * exactly where it is withheld there.
           PERFORM BuildDisclosureGrid
           PERFORM ApplyDisclosureControl

           OPEN OUTPUT PyramidRpt
           MOVE "PopulationPyramid.rpt" TO WS-FileStatusName
           PERFORM CheckFileStatus
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

      * Guards the cells against a bad record, same codes the other
      * population reports check.
       ValidateCensusRec.

           CLOSE CensusFile.

      * Loads the 50 state pyramids into the disclosure grid, one row
      * per state and a column per bracket and gender. Slot 51, the
      * national page, is the grid's column totals.
       BuildDisclosureGrid.
           MOVE "PopulationPyramid" TO DG-ReportName
           MOVE 50 TO DG-NumRows
           MOVE 8 TO DG-NumCols
           PERFORM SetCensusDisclosureColumns
           PERFORM VARYING StateIdx FROM 1 BY 1 UNTIL StateIdx > 50
               MOVE SPACES TO DG-RowLabel(StateIdx)
               STRING StateIdx DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   StateNameEntry(StateIdx) DELIMITED BY SIZE
                   INTO DG-RowLabel(StateIdx)
               END-STRING
               PERFORM VARYING BracketIdx FROM 1 BY 1
                     UNTIL BracketIdx > 4
                   PERFORM VARYING GenderIdx FROM 1 BY 1
                         UNTIL GenderIdx > 2
                       COMPUTE DG-ColIdx =
                           (BracketIdx - 1) * 2 + GenderIdx
                       MOVE GenderCount(StateIdx, BracketIdx, GenderIdx)
                           TO DG-Value(StateIdx, DG-ColIdx)
                   END-PERFORM
               END-PERFORM
           END-PERFORM.

      * The bars scale to the largest cell still in print -- scaled
      * to a withheld one, the other bars would give its size away.
       ComputeStatePopulation.
           MOVE ZEROS TO StatePopulation, LargestCell
           PERFORM VARYING BracketIdx FROM 1 BY 1
                 UNTIL BracketIdx > 4
               PERFORM VARYING GenderIdx FROM 1 BY 1
                     UNTIL GenderIdx > 2
                   ADD GenderCount(StateIdx, BracketIdx, GenderIdx)
                       TO StatePopulation
                   PERFORM CheckCellWithheld
                   IF NOT CellWithheld
                      AND GenderCount(StateIdx, BracketIdx, GenderIdx)
                          > LargestCell
                       MOVE GenderCount(StateIdx, BracketIdx, GenderIdx)
                           TO LargestCell
                   END-IF
               END-PERFORM
           END-PERFORM.

      * Stamps the page, names the state (slot 51 is the national
           MOVE RptRunDate(1:4) TO RptStampYear
           MOVE RptPageNumber TO RptStampPage
           ADD 1 TO RptPageNumber
           MOVE "N" TO PageWithheldFlag
           MOVE "PopulationPyramid.rpt" TO WS-FileStatusName
           IF FirstPage
               MOVE "N" TO FirstPageFlag
           PERFORM VARYING BracketIdx FROM 4 BY -1
                 UNTIL BracketIdx = 0
               PERFORM WriteBracketRow
           END-PERFORM

           IF PageHasWithheldCell
               WRITE PrintLine FROM DG-Footnote AFTER ADVANCING 2 LINES
               PERFORM CheckFileStatus
           END-IF.

       WriteBracketRow.
           MOVE BracketLabel(BracketIdx) TO PL-Bracket
           MOVE FemalePctWork TO PL-FemalePct
           MOVE GenderCount(StateIdx, BracketIdx, 1) TO BarUnits
           PERFORM BuildLeftBar
           MOVE 1 TO GenderIdx
           PERFORM CheckCellWithheld
           IF CellWithheld
               MOVE DG-SuppressedMark(10:5) TO PL-FemalePct(1:5)
               MOVE DG-SuppressedMark(7:8) TO PL-FemaleCount(1:8)
               MOVE SPACES TO PL-FemaleBar
               SET PageHasWithheldCell TO TRUE
           END-IF

           MOVE GenderCount(StateIdx, BracketIdx, 2)
               TO PL-MaleCount
           MOVE MalePctWork TO PL-MalePct
           MOVE GenderCount(StateIdx, BracketIdx, 2) TO BarUnits
           PERFORM BuildRightBar
           MOVE 2 TO GenderIdx
           PERFORM CheckCellWithheld
           IF CellWithheld
               MOVE DG-SuppressedMark(10:5) TO PL-MalePct(1:5)
               MOVE DG-SuppressedMark(7:8) TO PL-MaleCount(1:8)
               MOVE SPACES TO PL-MaleBar
               SET PageHasWithheldCell TO TRUE
           END-IF

           MOVE "PopulationPyramid.rpt" TO WS-FileStatusName
           WRITE PrintLine FROM PyramidLine AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus.

      * Whether the disclosure pass withheld the cell at StateIdx,
      * BracketIdx and GenderIdx -- on the national page, whether it
      * withheld that column's total. A withheld cell prints "*" for
      * its count and percentage and no bar.
       CheckCellWithheld.
           MOVE "N" TO CellWithheldFlag
           COMPUTE DG-ColIdx = (BracketIdx - 1) * 2 + GenderIdx
           IF StateIdx = 51
               IF DG-ColTotalSuppressed(DG-ColIdx)
                   SET CellWithheld TO TRUE
               END-IF
           ELSE
               IF DG-Suppressed(StateIdx, DG-ColIdx)
                   SET CellWithheld TO TRUE
               END-IF
           END-IF.

      * The bar length against the state's largest cell, so every
      * page uses its full width. A non-empty cell always shows at
      * least one mark.
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
