      * Working storage for the disclosure-control pass that every
      * published census output runs its figures through before
      * printing. The program loads the grid -- one row per
      * state or county, one column per published cell -- and the
      * pass marks the cells to be withheld: any non-zero cell below
      * DisclosureMinCell (the DISCLOSURE-MIN-CELL site knob), then,
      * round after round, a second cell in any row or column left
      * with a single withheld cell, so no hidden figure can be had
      * by subtracting the rest from a published total. Column totals
      * are worked out here; a non-zero total below the minimum is
      * withheld too.
       01 DisclosureMinCell PIC 9(5) VALUE 5.
       01 DisclosureGrid.
           02 DG-ReportName PIC X(24).
           02 DG-NumRows PIC 9(3).
           02 DG-NumCols PIC 99.
           02 DG-Column OCCURS 10 TIMES.
              03 DG-ColLabel PIC X(16).
      * "Y" where the column is one of the parts that add up to the
      * row's total (the age/gender cells); "N" for a figure such as
      * car owners that only the column total constrains.
              03 DG-ColInRowTotal PIC X.
                  88 DG-AddsToRowTotal VALUE "Y".
              03 DG-ColTotal PIC 9(9).
              03 DG-ColTotalStatus PIC X.
                  88 DG-ColTotalSuppressed VALUE "P".
           02 DG-Row OCCURS 300 TIMES.
              03 DG-RowLabel PIC X(24).
              03 DG-Cell OCCURS 10 TIMES.
                 04 DG-Value PIC 9(9).
                 04 DG-Status PIC X.
                     88 DG-Published VALUE SPACE.
                     88 DG-PrimarySuppressed VALUE "P".
                     88 DG-SecondarySuppressed VALUE "S".
                     88 DG-Suppressed VALUES "P" "S".
       01 DG-RowIdx PIC 9(3).
       01 DG-ColIdx PIC 99.
       01 DG-SuppressedInLine PIC 9(3).
       01 DG-PartnerRow PIC 9(3).
       01 DG-PartnerCol PIC 99.
       01 DG-PartnerValue PIC 9(9).
       01 DG-PrimaryCount PIC 9(5).
       01 DG-SecondaryCount PIC 9(5).
       01 DG-ChangedFlag PIC X.
           88 DG-GridChanged VALUE "Y".
      * Laid over a numeric-edited print field (by reference
      * modification, taking its rightmost characters) in place of
      * a withheld figure.
       01 DG-SuppressedMark PIC X(14) JUSTIFIED RIGHT.
       01 DG-Footnote.
           02 FILLER PIC X(24) VALUE "  * Withheld: below the ".
           02 FILLER PIC X(21) VALUE "minimum cell size of ".
           02 DG-FootnoteMinCell PIC Z(4)9.
           02 FILLER PIC X(16) VALUE ", or so another ".
           02 FILLER PIC X(23) VALUE "withheld cell can't be ".
           02 FILLER PIC X(11) VALUE "worked out.".
