      * the county by people present on both -- with a net-migration
      * figure per county and nationally. Both snapshots are sorted
      * by census number first, so the match is one straight merge.
      * Someone marked deceased on a snapshot is absent from it, so
      * a death during the year shows as a departure.
      * On request the per-county net figures seed the migration
      * rates PopulationProjection ages the census forward with.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FileStatus.

      * The projection's rates file, written only when the operator
      * asks for this comparison to seed the county migration rates.
           SELECT RateFile ASSIGN TO "ProjectionRates.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PR-Key
              FILE STATUS IS WS-FileStatus.


      * The business day this cycle stamps from, set by the batch
      * driver -- see BUSDATE.
       FD MigrationRpt.
       01 PrintLine PIC X(90).

       FD RateFile.
           COPY PROJRATE.

       WORKING-STORAGE SECTION.
       01 BusinessToday PIC 9(8) VALUE ZEROS.
       COPY FILESTAT.
              03 MG-Departures PIC 9(6).
              03 MG-MovesIn PIC 9(6).
              03 MG-MovesOut PIC 9(6).
      * Persons in the county on the current snapshot, the base the
      * seeded migration rate is taken over.
              03 MG-Residents PIC 9(7).
       01 MigrTableFullFlag PIC X VALUE "N".
           88 MigrTableFull VALUE "Y".
       01 FoundMigrIdx PIC 9(3).
       01 TotalMoves PIC 9(7) VALUE ZERO.
       01 NetMigration PIC S9(7).

      * Seeding the projection's migration rates: the net figure per
      * head of the county's current residents, spread over the
      * years between the snapshots. A rate the planners keyed by
      * hand is never overwritten.
       01 SeedRatesFlag PIC X VALUE "N".
           88 SeedRatesWanted VALUE "Y".
       01 SeedYears PIC 99 VALUE ZERO.
       01 SeedRate PIC S9V9(5).
       01 SeededCount PIC 9(4) VALUE ZERO.
       01 KeyedKeptCount PIC 9(4) VALUE ZERO.

       01 ReportHeading PIC X(44)
           VALUE "Person-Level Migration Between Snapshots".
       01 MigrationColHeads.
               MOVE "CensusMasterPrior.dat" TO PriorMasterName
           END-IF

           DISPLAY "Seed the projection migration rates from this "
               "comparison? (Y/N) - " WITH NO ADVANCING
           ACCEPT SeedRatesFlag
           IF SeedRatesWanted
               DISPLAY "Years between the two snapshots (1-20) - "
                   WITH NO ADVANCING
               ACCEPT SeedYears
               IF SeedYears < 1 OR SeedYears > 20
                   DISPLAY "Years must be 1-20 - run abandoned"
                   STOP RUN
               END-IF
           END-IF

           MOVE "C" TO SortSideFlag
           MOVE "N" TO SortDrainedFlag
           SORT SortWorkFile

           PERFORM MatchSnapshots
           PERFORM WriteMigrationReport
           IF SeedRatesWanted
               PERFORM SeedMigrationRates
           END-IF

           CALL "SYSTEM"
               USING "rm -f MigrCurrent.tmp MigrPrior.tmp"
           DISPLAY "Arrivals: " TotalArrivals
               "  departures: " TotalDepartures
               "  moves: " TotalMoves
           IF SeedRatesWanted
               DISPLAY "Migration rates seeded: " SeededCount
                   "  keyed rates left alone: " KeyedKeptCount
           END-IF
           STOP RUN.

      * Checks WS-FileStatus after an OPEN/READ/WRITE against
           PERFORM CheckFileStatus

           PERFORM UNTIL EndOfCensusMaster
               IF CMR-DeceasedDate NOT NUMERIC
                  OR CMR-DeceasedDate = 0
                   MOVE CMR-CensusNumber TO SW-CensusNumber
                   MOVE CMR-StateNum TO SW-StateNum
                   MOVE CMR-CountyCode TO SW-CountyCode
                   RELEASE SortWorkRec
               END-IF

               READ CensusMasterFile
                   AT END SET EndOfCensusMaster TO TRUE
           PERFORM CheckFileStatus

           PERFORM UNTIL EndOfPriorMaster
               IF PMR-DeceasedDate NOT NUMERIC
                  OR PMR-DeceasedDate = 0
                   MOVE PMR-CensusNumber TO SW-CensusNumber
                   MOVE PMR-StateNum TO SW-StateNum
                   MOVE PMR-CountyCode TO SW-CountyCode
                   RELEASE SortWorkRec
               END-IF

               READ PriorMasterFile
                   AT END SET EndOfPriorMaster TO TRUE
               EVALUATE TRUE
                   WHEN EndOfSortedPrior
                       PERFORM TallyArrival
                       PERFORM TallyResident
                       PERFORM ReadSortedCurrent
                   WHEN EndOfSortedCurrent
                       PERFORM TallyDeparture
                       PERFORM ReadSortedPrior
                   WHEN SC-CensusNumber < SP-CensusNumber
                       PERFORM TallyArrival
                       PERFORM TallyResident
                       PERFORM ReadSortedCurrent
                   WHEN SC-CensusNumber > SP-CensusNumber
                       PERFORM TallyDeparture
                          OR SC-CountyCode NOT = SP-CountyCode
                           PERFORM TallyMove
                       END-IF
                       PERFORM TallyResident
                       PERFORM ReadSortedCurrent
                       PERFORM ReadSortedPrior
               END-EVALUATE
           MOVE "I" TO TallyKind
           PERFORM TallyOneCounty.

      * Every person on the current snapshot counts toward their
      * county's residents, moved or not.
       TallyResident.
           MOVE SC-StateNum TO TallyStateNum
           MOVE SC-CountyCode TO TallyCountyCode
           MOVE "P" TO TallyKind
           PERFORM TallyOneCounty.

       TallyOneCounty.
           MOVE ZEROS TO FoundMigrIdx
           SET Migr-Idx TO 1
                       MOVE ZEROS TO MG-Departures(NumMigrCounties)
                       MOVE ZEROS TO MG-MovesIn(NumMigrCounties)
                       MOVE ZEROS TO MG-MovesOut(NumMigrCounties)
                       MOVE ZEROS TO MG-Residents(NumMigrCounties)
                       MOVE NumMigrCounties TO FoundMigrIdx
                   ELSE
                       IF NOT MigrTableFull
                   WHEN "D" ADD 1 TO MG-Departures(FoundMigrIdx)
                   WHEN "I" ADD 1 TO MG-MovesIn(FoundMigrIdx)
                   WHEN "O" ADD 1 TO MG-MovesOut(FoundMigrIdx)
                   WHEN "P" ADD 1 TO MG-Residents(FoundMigrIdx)
               END-EVALUATE
           END-IF.

               AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus

      * A county carried only for its residents had no movement
      * and prints nothing.
           PERFORM VARYING Migr-Idx FROM 1 BY 1
                 UNTIL Migr-Idx > NumMigrCounties
               IF MG-Arrivals(Migr-Idx) > 0
                  OR MG-Departures(Migr-Idx) > 0
                  OR MG-MovesIn(Migr-Idx) > 0
                  OR MG-MovesOut(Migr-Idx) > 0
                   MOVE MG-StateNum(Migr-Idx) TO MGL-StateNum
                   MOVE MG-CountyCode(Migr-Idx) TO MGL-CountyCode
                   MOVE MG-Arrivals(Migr-Idx) TO MGL-Arrivals
                   MOVE MG-Departures(Migr-Idx) TO MGL-Departures
                   MOVE MG-MovesIn(Migr-Idx) TO MGL-MovesIn
                   MOVE MG-MovesOut(Migr-Idx) TO MGL-MovesOut
                   COMPUTE NetMigration =
                       MG-Arrivals(Migr-Idx) + MG-MovesIn(Migr-Idx)
                       - MG-Departures(Migr-Idx)
                       - MG-MovesOut(Migr-Idx)
                   MOVE NetMigration TO MGL-Net
                   WRITE PrintLine FROM MigrationLine
                       AFTER ADVANCING 1 LINE
                   PERFORM CheckFileStatus
               END-IF
           END-PERFORM

           MOVE TotalArrivals TO MS-Arrivals

           CLOSE MigrationRpt.

      * One all-ages, both-genders migration rate per county with
      * residents on the current snapshot: its net migration per
      * resident per year. A county keyed by hand keeps the keyed
      * rate; a rate seeded before is refreshed.
       SeedMigrationRates.
           OPEN I-O RateFile
           IF WS-FileStatus = "35"
               OPEN OUTPUT RateFile
               CLOSE RateFile
               OPEN I-O RateFile
           END-IF
           MOVE "ProjectionRates.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           PERFORM VARYING Migr-Idx FROM 1 BY 1
                 UNTIL Migr-Idx > NumMigrCounties
               IF MG-Residents(Migr-Idx) > 0
                   PERFORM SeedOneCountyRate
               END-IF
           END-PERFORM

           CLOSE RateFile.

       SeedOneCountyRate.
           COMPUTE NetMigration =
               MG-Arrivals(Migr-Idx) + MG-MovesIn(Migr-Idx)
               - MG-Departures(Migr-Idx) - MG-MovesOut(Migr-Idx)
           COMPUTE SeedRate ROUNDED =
               NetMigration / MG-Residents(Migr-Idx) / SeedYears
               ON SIZE ERROR
                   MOVE -0.99999 TO SeedRate
                   IF NetMigration > 0
                       MOVE 0.99999 TO SeedRate
                   END-IF
           END-COMPUTE

           SET PR-MigrationRate TO TRUE
           MOVE MG-StateNum(Migr-Idx) TO PR-StateNum
           MOVE MG-CountyCode(Migr-Idx) TO PR-CountyCode
           MOVE ZERO TO PR-Gender
           MOVE ZERO TO PR-AgeBand
           READ RateFile
               INVALID KEY
                   MOVE SeedRate TO PR-Rate
                   SET PR-SeededRate TO TRUE
                   MOVE BusinessToday TO PR-ChangedDate
                   WRITE ProjectionRateRec
                   ADD 1 TO SeededCount
               NOT INVALID KEY
                   IF PR-KeyedRate
                       ADD 1 TO KeyedKeptCount
                   ELSE
                       MOVE SeedRate TO PR-Rate
                       MOVE BusinessToday TO PR-ChangedDate
                       REWRITE ProjectionRateRec
                       ADD 1 TO SeededCount
                   END-IF
           END-READ
           MOVE "ProjectionRates.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus.


      * The business day this run stamps -- the control record the
      * batch driver sets each cycle, so a run after midnight or a
