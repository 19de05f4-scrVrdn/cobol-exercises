      * DisclosureLog.dat record layout: one record per census cell
      * withheld from a published output by the disclosure-control
      * pass (DISCLWS), appended run after run for the census
      * office. The true value is kept here, and only here, so the
      * office can answer for every "*" in print.
       01 DisclosureLogRec.
           02 DL-RunDate PIC 9(8).
           02 DL-ReportName PIC X(24).
      * The row as the report labels it (state, county) or "Total"
      * for a column total withheld in its own right.
           02 DL-RowLabel PIC X(24).
           02 DL-ColLabel PIC X(16).
           02 DL-CellValue PIC 9(9).
      * P: below the minimum cell size. S: withheld only so a P
      * cell in the same row or column can't be worked back out of
      * the published totals.
           02 DL-Reason PIC X.
               88 DL-BelowMinimum VALUE "P".
               88 DL-Complementary VALUE "S".
           02 DL-MinCellSize PIC 9(5).
