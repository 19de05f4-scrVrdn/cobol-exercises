       IDENTIFICATION DIVISION.
       PROGRAM-ID. CompetitorPriceEntry.
       AUTHOR. io.github.scrvrdn.
      * Keys the fortnightly competitor price survey off the
      * clipboard: one session per competitor visited, the survey
      * date, then each gadget checked and the price they were
      * asking. The gadget must be one of ours on GadgetStock.dat;
      * a zero GadgedID ends the competitor's sheet. Observations
      * are appended to CompetitorPrices.dat for
      * PricePositionReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CompetitorPriceFile
               ASSIGN TO "CompetitorPrices.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

           SELECT StockFile ASSIGN TO "GadgetStock.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GadgedID
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

       FD CompetitorPriceFile.
           COPY COMPPRC.

       FD StockFile.
           COPY STOCKREC.

       WORKING-STORAGE SECTION.
       01 BusinessToday PIC 9(8) VALUE ZEROS.
       COPY FILESTAT.

       01 EnteredCompetitor PIC X(4).
       01 EnteredSurveyDate PIC 9(8).
       01 EnteredGadgedID PIC 9(6).
       01 EnteredPrice PIC 9(4)V99.

       01 MoreCompetitorsFlag PIC X VALUE "Y".
           88 MoreCompetitors VALUE "Y".
       01 SheetDoneFlag PIC X.
           88 SheetDone VALUE "Y".
       01 ObservationsEntered PIC 9(5) VALUE ZERO.
       01 ObservationsRejected PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       Main.
           PERFORM GetBusinessDate

           OPEN INPUT StockFile
           MOVE "GadgetStock.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN EXTEND CompetitorPriceFile
           IF WS-FileStatus = "35"
               OPEN OUTPUT CompetitorPriceFile
           END-IF
           MOVE "CompetitorPrices.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           PERFORM UNTIL NOT MoreCompetitors
               PERFORM EnterOneCompetitor

               DISPLAY "Enter another competitor? (Y/N) - "
                   WITH NO ADVANCING
               ACCEPT MoreCompetitorsFlag
           END-PERFORM

           CLOSE StockFile
           CLOSE CompetitorPriceFile

           DISPLAY "Observations entered:  " ObservationsEntered
           DISPLAY "Observations rejected: " ObservationsRejected
           STOP RUN.

      * Checks WS-FileStatus after an OPEN/READ/WRITE against
      * WS-FileStatusName (set by the caller immediately beforehand),
      * so a missing or unreadable file gives a readable message
      * instead of a raw COBOL abend. "00" is success; a not-found
      * key (status 23) is handled by the keyed read's own INVALID
      * KEY clause, so it is not treated as fatal here.
       CheckFileStatus.
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
              DISPLAY "File error on " WS-FileStatusName
                  " - status " WS-FileStatus
              DISPLAY "Run aborted"
              STOP RUN
           END-IF.

      * One competitor's sheet. A survey date of zero means today --
      * the sheet is usually keyed the day it was filled in.
       EnterOneCompetitor.
           DISPLAY "Competitor code - " WITH NO ADVANCING
           ACCEPT EnteredCompetitor
           DISPLAY "Survey date (YYYYMMDD, 0 for today) - "
               WITH NO ADVANCING
           ACCEPT EnteredSurveyDate
           IF EnteredSurveyDate = ZERO
               MOVE BusinessToday TO EnteredSurveyDate
           END-IF

           IF EnteredCompetitor = SPACES
               DISPLAY "No competitor code keyed - sheet skipped"
           ELSE
               IF EnteredSurveyDate > BusinessToday
                   DISPLAY "Survey date " EnteredSurveyDate
                       " is in the future - sheet skipped"
               ELSE
                   MOVE "N" TO SheetDoneFlag
                   PERFORM UNTIL SheetDone
                       PERFORM EnterOneObservation
                   END-PERFORM
               END-IF
           END-IF.

       EnterOneObservation.
           DISPLAY "GadgedID (0 to end sheet) - " WITH NO ADVANCING
           ACCEPT EnteredGadgedID
           IF EnteredGadgedID = ZERO
               SET SheetDone TO TRUE
           ELSE
               DISPLAY "Their price - " WITH NO ADVANCING
               ACCEPT EnteredPrice

               MOVE EnteredGadgedID TO GadgedID
               READ StockFile
                   INVALID KEY
                       ADD 1 TO ObservationsRejected
                       DISPLAY "GadgedID " EnteredGadgedID
                           " not on GadgetStock.dat - not entered"
                   NOT INVALID KEY
                       PERFORM AppendObservation
               END-READ
               MOVE "GadgetStock.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF.

      * A zero price is a slip of the keyboard, not a giveaway.
       AppendObservation.
           IF EnteredPrice = ZERO
               ADD 1 TO ObservationsRejected
               DISPLAY "Zero price for " GadgetName " - not entered"
           ELSE
               MOVE EnteredCompetitor TO CP-CompetitorCode
               MOVE EnteredGadgedID TO CP-GadgedID
               MOVE EnteredPrice TO CP-ObservedPrice
               MOVE EnteredSurveyDate TO CP-SurveyDate
               WRITE CompetitorPriceRec
               MOVE "CompetitorPrices.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
               ADD 1 TO ObservationsEntered
               DISPLAY "  " GadgetName " ours " Price
                   " theirs " EnteredPrice
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
