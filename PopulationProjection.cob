       IDENTIFICATION DIVISION.
       PROGRAM-ID. PopulationProjection.
       AUTHOR. io.github.scrvrdn.
      * The planning department's five- and ten-year question: ages
      * the census master's population forward a year at a time from
      * the birth dates the intake captures, county by county and by
      * gender, with the survival, birth and net migration rates kept
      * in ProjectionRates.dat (ProjectionRateMaintenance, seeded for
      * migration by MigrationReport). Each state gets a projected
      * pyramid for every projection year, and a closing page lists
      * every state's projected total year by year. Persons with no
      * captured birth date can't be aged and are left out, counted.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CensusMasterFile ASSIGN TO "CensusMaster.dat"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FileStatus.

      * The projection rates. OPTIONAL: with no rates on file the
      * run still ages the census, with no deaths, births or
      * migration, and says so on the report.
           SELECT OPTIONAL RateFile ASSIGN TO "ProjectionRates.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS PR-Key
              FILE STATUS IS WS-FileStatus.

           SELECT ProjectionRpt ASSIGN TO "PopulationProjection.rpt"
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

       FD CensusMasterFile.
           COPY CENMREC.

       FD RateFile.
           COPY PROJRATE.

       FD ProjectionRpt.
       01 ReportLine PIC X(132).

       WORKING-STORAGE SECTION.
       01 BusinessToday PIC 9(8) VALUE ZEROS.
       COPY FILESTAT.
       COPY RPTHEAD.
       COPY STATENAMES.

      * How far forward to project, asked at the start: one to ten
      * years, Enter for the full ten.
       01 ProjectionYears PIC 99 VALUE ZERO.
       01 BaseYear PIC 9(4).
       01 YearSlot PIC 99.
       01 LastYearSlot PIC 99.

       01 TodayInteger PIC 9(8).
       01 BirthInteger PIC 9(8).
       01 AgeYears PIC S9(4).
       01 RecordsRead PIC 9(8) VALUE ZERO.
       01 NoBirthDateCount PIC 9(8) VALUE ZERO.
       01 ProjectedPersons PIC 9(8) VALUE ZERO.

      * Every rate on file, in key order as the indexed file reads
      * back, so a cohort's rate is a binary search away.
       01 MaxRates PIC 9(4) VALUE 3000.
       01 RateTable.
           02 NumRates PIC 9(4) VALUE ZERO.
           02 RateEntry OCCURS 0 TO 3000 TIMES
                    DEPENDING ON NumRates
                    ASCENDING KEY IS RT-Key
                    INDEXED BY Rate-Idx.
              03 RT-Key PIC X(9).
              03 RT-Rate PIC S9V9(5).
       01 RateTableFullFlag PIC X VALUE "N".
           88 RateTableFull VALUE "Y".
       01 BirthRatesOnFile PIC 9(4) VALUE ZERO.

      * The key being looked for, laid out as PR-Key is, and which
      * fallback step the lookup is on: geography level 1 is the
      * county, 2 the state, 3 national; within a level, pass 1 is
      * the exact gender and band, then all ages, then both
      * genders, then both genders at all ages.
       01 RateLookupKey.
           02 RL-RateType PIC X.
           02 RL-StateNum PIC 99.
           02 RL-CountyCode PIC 9(3).
           02 RL-Gender PIC 9.
           02 RL-AgeBand PIC 99.
       01 LookupLevel PIC 9.
       01 LookupPass PIC 9.
       01 LookupGender PIC 9.
       01 LookupBand PIC 99.
       01 FoundRate PIC S9V9(5).
       01 RateFoundFlag PIC X.
           88 RateFound VALUE "Y".
       01 SurvivalDefaulted PIC 9(6) VALUE ZERO.

      * One entry per county on the master: the population by
      * gender (1 female, 2 male) and single year of age (slot 1 is
      * age 0, slot 101 is 100 and over), held to hundredths so the
      * rates don't round whole people away year after year, and
      * the county's rates resolved once per five-year band.
       01 MaxProjCounties PIC 9(3) VALUE 300.
       01 ProjectionTable.
           02 NumProjCounties PIC 9(3) VALUE ZERO.
           02 ProjCounty OCCURS 0 TO 300 TIMES
                    DEPENDING ON NumProjCounties
                    INDEXED BY Proj-Idx.
              03 PC-StateNum PIC 99.
              03 PC-CountyCode PIC 9(3).
              03 PC-Gender OCCURS 2 TIMES.
                 04 PC-Cohort PIC 9(7)V99 OCCURS 101 TIMES.
                 04 PC-Survival PIC 9V9(5) OCCURS 21 TIMES.
                 04 PC-Birth PIC 9V9(5) OCCURS 21 TIMES.
                 04 PC-Migration PIC S9V9(5) OCCURS 21 TIMES.
       01 ProjTableFullFlag PIC X VALUE "N".
           88 ProjTableFull VALUE "Y".
       01 FoundProjIdx PIC 9(3).
       01 CountyIdx PIC 9(3).
       01 GenderIdx PIC 9.
       01 AgeIdx PIC 9(3).
       01 NextAgeIdx PIC 9(3).
       01 BandIdx PIC 99.
       01 BracketIdx PIC 9.

      * The next year's cohorts for the county being aged, built
      * apart so this year's figures stay whole until both genders
      * are done (the births need this year's women).
       01 NextYearCohorts.
           02 NextGender OCCURS 2 TIMES.
              03 NextCohort PIC 9(7)V99 OCCURS 101 TIMES.
       01 BirthsThisYear PIC 9(7)V9(4).
       01 CohortWork PIC S9(9)V9(4).
      * Boys born per birth -- the usual sex ratio at birth.
       01 MaleBirthShare PIC V999 VALUE .512.

      * Each age's five-year rate band and pyramid bracket, worked
      * out once: the brackets are the census's own (children under
      * 13, teens to 19, adults to 64, seniors).
       01 AgeLookups.
           02 BandOfAge PIC 99 OCCURS 101 TIMES.
           02 BracketOfAge PIC 9 OCCURS 101 TIMES.

      * The projected state figures: per state, per year (slot 1 is
      * the census base, slot n is n - 1 years on), per bracket and
      * gender.
       01 StateResults.
           02 SR-State OCCURS 50 TIMES.
              03 SR-Year OCCURS 11 TIMES.
                 04 SR-Bracket OCCURS 4 TIMES.
                    05 SR-Count PIC 9(9)V99 OCCURS 2 TIMES.
       01 StateIdx PIC 99.
       01 StateTotal PIC 9(9)V99.
       01 NationalTotal PIC 9(9)V99.
       01 LargestCell PIC 9(9)V99.
       01 BarUnits PIC 9(9)V99.
       01 BarLength PIC 99.
       01 BarFillIdx PIC 99.

       01 BracketLabels.
           02 FILLER PIC X(8) VALUE "Children".
           02 FILLER PIC X(8) VALUE "Teens".
           02 FILLER PIC X(8) VALUE "Adults".
           02 FILLER PIC X(8) VALUE "Seniors".
       01 BracketLabelTable REDEFINES BracketLabels.
           02 BracketLabel PIC X(8) OCCURS 4 TIMES.

      * Page handling as on the population report: lines counted as
      * they go out, the page ejected at RptPageSize with the run
      * stamp and the section's headings reprinted.
       01 RptLineCount PIC 9(3) VALUE ZERO.
       01 RptPageSize PIC 9(3) VALUE 60.
       01 RptAdvance PIC 9.
       01 PendingReportLine PIC X(132).
       01 FirstPageFlag PIC X VALUE "Y".
           88 FirstPage VALUE "Y".
       01 RptSectionFlag PIC X VALUE "S".
           88 InStateSection VALUE "S".

       01 StateHeader.
           02 FILLER PIC X(26)
               VALUE "Population Projection for ".
           02 SH-StateName PIC X(14).
       01 SummaryHeader PIC X(40)
           VALUE "Projected Population Totals by State".
       01 BaseLine.
           02 FILLER PIC X(19) VALUE "Projected from the ".
           02 BL-BaseYear PIC 9(4).
           02 FILLER PIC X(14) VALUE " census base, ".
           02 BL-Years PIC Z9.
           02 FILLER PIC X(33)
               VALUE " year(s) on; ages 0-100 and over.".
       01 PyramidColHeads.
           02 FILLER PIC X(13) VALUE "       Female".
           02 FILLER PIC X(22) VALUE SPACES.
           02 FILLER PIC X(7) VALUE "Bracket".
           02 FILLER PIC X(26) VALUE SPACES.
           02 FILLER PIC X(4) VALUE "Male".
       01 ProjYearLine.
           02 FILLER PIC X(5) VALUE "Year ".
           02 PY-Year PIC 9(4).
           02 FILLER PIC X(1) VALUE SPACES.
           02 PY-Label PIC X(8).
           02 FILLER PIC X(9) VALUE "  Total: ".
           02 PY-Total PIC ZZZ,ZZZ,ZZ9.
       01 ProjBracketLine.
           02 FILLER PIC X(2) VALUE SPACES.
           02 PB-FemaleCount PIC ZZZ,ZZZ,ZZ9.
           02 FILLER PIC X(1) VALUE SPACES.
           02 PB-FemaleBar PIC X(20).
           02 FILLER PIC X(1) VALUE SPACES.
           02 PB-Bracket PIC X(8).
           02 FILLER PIC X(1) VALUE SPACES.
           02 PB-MaleBar PIC X(20).
           02 FILLER PIC X(1) VALUE SPACES.
           02 PB-MaleCount PIC ZZZ,ZZZ,ZZ9.

      * The closing page: one column per projection year.
       01 SummaryColHeads.
           02 SC-Label PIC X(16).
           02 SC-YearCol OCCURS 11 TIMES.
              03 FILLER PIC X(6).
              03 SC-Year PIC 9(4).
       01 SummaryLine.
           02 SL-Label PIC X(16).
           02 SL-Total PIC Z(9)9 OCCURS 11 TIMES.

       01 NoRatesLine.
           02 FILLER PIC X(36)
               VALUE "  No ProjectionRates.dat -- aged wit".
           02 FILLER PIC X(35)
               VALUE "h no deaths, births or migration.".
       01 DefaultedLine.
           02 FILLER PIC X(20) VALUE "  Survival rate not ".
           02 FILLER PIC X(19) VALUE "on file for cohorts".
           02 FILLER PIC X(3) VALUE ": ".
           02 DL-Count PIC ZZZZZ9.
           02 FILLER PIC X(25) VALUE " -- aged with no deaths.".
       01 NoBirthRatesLine PIC X(60)
           VALUE "  No birth rates on file -- no births projected.".
       01 NoBirthDateLine.
           02 FILLER PIC X(37)
               VALUE "  Persons with no captured birth date".
           02 FILLER PIC X(18) VALUE ", not projected: ".
           02 NB-Count PIC ZZZZZZZ9.

       PROCEDURE DIVISION.
       Main.
           PERFORM GetBusinessDate
           COMPUTE TodayInteger =
               FUNCTION INTEGER-OF-DATE(BusinessToday)
           MOVE BusinessToday(1:4) TO BaseYear

           DISPLAY "Project how many years (1-10, Enter for 10) - "
               WITH NO ADVANCING
           ACCEPT ProjectionYears
           IF ProjectionYears = 0
               MOVE 10 TO ProjectionYears
           END-IF
           IF ProjectionYears > 10
               DISPLAY "Years must be 1-10 - run abandoned"
               STOP RUN
           END-IF
           COMPUTE LastYearSlot = ProjectionYears + 1

           PERFORM BuildAgeLookups
           PERFORM LoadProjectionRates
           PERFORM LoadBasePopulation
           PERFORM ResolveCountyRates

           MOVE ZEROS TO StateResults
           MOVE 1 TO YearSlot
           PERFORM RecordStateResults
           PERFORM VARYING YearSlot FROM 2 BY 1
                 UNTIL YearSlot > LastYearSlot
               PERFORM VARYING CountyIdx FROM 1 BY 1
                     UNTIL CountyIdx > NumProjCounties
                   PERFORM AgeOneCounty
               END-PERFORM
               PERFORM RecordStateResults
           END-PERFORM

           PERFORM WriteProjectionReport

           DISPLAY "Census master records read: " RecordsRead
           DISPLAY "Persons projected:          " ProjectedPersons
           IF NoBirthDateCount > 0
               DISPLAY NoBirthDateCount " person(s) carried no "
                   "birth date and were left out"
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

       BuildAgeLookups.
           PERFORM VARYING AgeIdx FROM 1 BY 1 UNTIL AgeIdx > 101
               COMPUTE BandOfAge(AgeIdx) = (AgeIdx - 1) / 5 + 1
               EVALUATE TRUE
                   WHEN AgeIdx - 1 < 13
                       MOVE 1 TO BracketOfAge(AgeIdx)
                   WHEN AgeIdx - 1 < 20
                       MOVE 2 TO BracketOfAge(AgeIdx)
                   WHEN AgeIdx - 1 < 65
                       MOVE 3 TO BracketOfAge(AgeIdx)
                   WHEN OTHER
                       MOVE 4 TO BracketOfAge(AgeIdx)
               END-EVALUATE
           END-PERFORM.

      * Reads every rate into RateTable. Status "05" or "35" is a
      * site with no rates file yet -- the table stays empty.
       LoadProjectionRates.
           OPEN INPUT RateFile
           IF WS-FileStatus = "00"
               MOVE "ProjectionRates.dat" TO WS-FileStatusName
               READ RateFile
                   AT END SET EndOfProjectionRates TO TRUE
               END-READ
               PERFORM CheckFileStatus
               PERFORM UNTIL EndOfProjectionRates
                   PERFORM StoreOneRate
                   READ RateFile
                       AT END SET EndOfProjectionRates TO TRUE
                   END-READ
                   PERFORM CheckFileStatus
               END-PERFORM
               CLOSE RateFile
           ELSE
               IF WS-FileStatus NOT = "05" AND WS-FileStatus NOT = "35"
                   MOVE "ProjectionRates.dat" TO WS-FileStatusName
                   PERFORM CheckFileStatus
               END-IF
           END-IF.

       StoreOneRate.
           IF NumRates < MaxRates
               ADD 1 TO NumRates
               MOVE PR-Key TO RT-Key(NumRates)
               MOVE PR-Rate TO RT-Rate(NumRates)
               IF PR-BirthRate
                   ADD 1 TO BirthRatesOnFile
               END-IF
           ELSE
               IF NOT RateTableFull
                   DISPLAY "Warning: rate table full at " MaxRates
                       " rates - later rates not used"
                   SET RateTableFull TO TRUE
               END-IF
           END-IF.

      * Tallies each person with a usable birth date into their
      * county's cohort for their age in whole years at the
      * business date, 100 and over sharing the last slot.
       LoadBasePopulation.
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
                   ADD 1 TO RecordsRead
                   IF CMR-BirthDate NUMERIC AND CMR-BirthDate > 0
                      AND CMR-BirthDate < BusinessToday
                      AND CMR-StateNum >= 1 AND CMR-StateNum <= 50
                      AND (CMR-Gender = 1 OR CMR-Gender = 2)
                       PERFORM TallyBasePerson
                   ELSE
                       ADD 1 TO NoBirthDateCount
                   END-IF
               END-IF

               READ CensusMasterFile
                   AT END SET EndOfCensusMaster TO TRUE
               END-READ
               PERFORM CheckFileStatus
           END-PERFORM

           CLOSE CensusMasterFile.

       TallyBasePerson.
           COMPUTE BirthInteger =
               FUNCTION INTEGER-OF-DATE(CMR-BirthDate)
           COMPUTE AgeYears = (TodayInteger - BirthInteger) / 365.25
           IF AgeYears > 100
               MOVE 100 TO AgeYears
           END-IF
           PERFORM FindProjCounty
           IF FoundProjIdx > 0
               COMPUTE AgeIdx = AgeYears + 1
               ADD 1 TO PC-Cohort(FoundProjIdx, CMR-Gender, AgeIdx)
               ADD 1 TO ProjectedPersons
           END-IF.

       FindProjCounty.
           MOVE ZEROS TO FoundProjIdx
           SET Proj-Idx TO 1
           SEARCH ProjCounty
               AT END
                   IF NumProjCounties < MaxProjCounties
                       ADD 1 TO NumProjCounties
                       MOVE NumProjCounties TO FoundProjIdx
                       MOVE ZEROS TO ProjCounty(FoundProjIdx)
                       MOVE CMR-StateNum TO PC-StateNum(FoundProjIdx)
                       MOVE CMR-CountyCode
                           TO PC-CountyCode(FoundProjIdx)
                   ELSE
                       IF NOT ProjTableFull
                           DISPLAY "Warning: county table full at "
                               MaxProjCounties " counties - later "
                               "counties not projected"
                           SET ProjTableFull TO TRUE
                       END-IF
                   END-IF
               WHEN PC-StateNum(Proj-Idx) = CMR-StateNum
                    AND PC-CountyCode(Proj-Idx) = CMR-CountyCode
                   SET FoundProjIdx TO Proj-Idx
           END-SEARCH.

      * Settles each county's rates per gender and band once, before
      * the first year is aged. A cohort with no survival rate
      * anywhere on file survives whole; no birth or migration rate
      * means none.
       ResolveCountyRates.
           PERFORM VARYING CountyIdx FROM 1 BY 1
                 UNTIL CountyIdx > NumProjCounties
               PERFORM VARYING GenderIdx FROM 1 BY 1
                     UNTIL GenderIdx > 2
                   PERFORM VARYING BandIdx FROM 1 BY 1
                         UNTIL BandIdx > 21
                       PERFORM ResolveOneCohort
                   END-PERFORM
               END-PERFORM
           END-PERFORM.

       ResolveOneCohort.
           MOVE "S" TO RL-RateType
           PERFORM FindBestRate
           IF RateFound AND FoundRate NOT < 0
               MOVE FoundRate
                   TO PC-Survival(CountyIdx, GenderIdx, BandIdx)
           ELSE
               MOVE 1 TO PC-Survival(CountyIdx, GenderIdx, BandIdx)
               ADD 1 TO SurvivalDefaulted
           END-IF

           MOVE ZERO TO PC-Birth(CountyIdx, GenderIdx, BandIdx)
           IF GenderIdx = 1
               MOVE "B" TO RL-RateType
               PERFORM FindBestRate
               IF RateFound AND FoundRate NOT < 0
                   MOVE FoundRate
                       TO PC-Birth(CountyIdx, GenderIdx, BandIdx)
               END-IF
           END-IF

           MOVE "M" TO RL-RateType
           PERFORM FindBestRate
           IF RateFound
               MOVE FoundRate
                   TO PC-Migration(CountyIdx, GenderIdx, BandIdx)
           ELSE
               MOVE ZERO TO PC-Migration(CountyIdx, GenderIdx, BandIdx)
           END-IF.

      * The most specific rate of type RL-RateType for the county,
      * gender and band in hand: county before state before
      * national, and within each, the exact gender and band before
      * the all-ages and both-genders defaults.
       FindBestRate.
           MOVE "N" TO RateFoundFlag
           PERFORM VARYING LookupLevel FROM 1 BY 1
                 UNTIL LookupLevel > 3 OR RateFound
               EVALUATE LookupLevel
                   WHEN 1
                       MOVE PC-StateNum(CountyIdx) TO RL-StateNum
                       MOVE PC-CountyCode(CountyIdx) TO RL-CountyCode
                   WHEN 2
                       MOVE PC-StateNum(CountyIdx) TO RL-StateNum
                       MOVE ZERO TO RL-CountyCode
                   WHEN OTHER
                       MOVE ZERO TO RL-StateNum
                       MOVE ZERO TO RL-CountyCode
               END-EVALUATE
               PERFORM VARYING LookupPass FROM 1 BY 1
                     UNTIL LookupPass > 4 OR RateFound
                   EVALUATE LookupPass
                       WHEN 1
                           MOVE GenderIdx TO RL-Gender
                           MOVE BandIdx TO RL-AgeBand
                       WHEN 2
                           MOVE GenderIdx TO RL-Gender
                           MOVE ZERO TO RL-AgeBand
                       WHEN 3
                           MOVE ZERO TO RL-Gender
                           MOVE BandIdx TO RL-AgeBand
                       WHEN OTHER
                           MOVE ZERO TO RL-Gender
                           MOVE ZERO TO RL-AgeBand
                   END-EVALUATE
                   PERFORM SearchRateTable
               END-PERFORM
           END-PERFORM.

       SearchRateTable.
           IF NumRates > 0
               SEARCH ALL RateEntry
                   AT END
                       CONTINUE
                   WHEN RT-Key(Rate-Idx) = RateLookupKey
                       SET RateFound TO TRUE
                       MOVE RT-Rate(Rate-Idx) TO FoundRate
               END-SEARCH
           END-IF.

      * One year on for the county at CountyIdx: this year's women
      * give the year's births; every cohort moves up a year of age
      * thinned by its survival rate (the 100-and-over slot keeps
      * its survivors); the newborns take age 0; then each cohort
      * gains or loses its net migrants, never going below nobody.
       AgeOneCounty.
           MOVE ZEROS TO BirthsThisYear
           PERFORM VARYING AgeIdx FROM 1 BY 1 UNTIL AgeIdx > 101
               MOVE BandOfAge(AgeIdx) TO BandIdx
               COMPUTE BirthsThisYear = BirthsThisYear
                   + PC-Cohort(CountyIdx, 1, AgeIdx)
                   * PC-Birth(CountyIdx, 1, BandIdx)
           END-PERFORM

           MOVE ZEROS TO NextYearCohorts
           PERFORM VARYING GenderIdx FROM 1 BY 1 UNTIL GenderIdx > 2
               PERFORM VARYING AgeIdx FROM 1 BY 1 UNTIL AgeIdx > 101
                   MOVE BandOfAge(AgeIdx) TO BandIdx
                   COMPUTE NextAgeIdx = AgeIdx + 1
                   IF NextAgeIdx > 101
                       MOVE 101 TO NextAgeIdx
                   END-IF
                   COMPUTE NextCohort(GenderIdx, NextAgeIdx) ROUNDED =
                       NextCohort(GenderIdx, NextAgeIdx)
                       + PC-Cohort(CountyIdx, GenderIdx, AgeIdx)
                       * PC-Survival(CountyIdx, GenderIdx, BandIdx)
               END-PERFORM
           END-PERFORM

           COMPUTE NextCohort(2, 1) ROUNDED =
               BirthsThisYear * MaleBirthShare
           COMPUTE NextCohort(1, 1) ROUNDED =
               BirthsThisYear - NextCohort(2, 1)

           PERFORM VARYING GenderIdx FROM 1 BY 1 UNTIL GenderIdx > 2
               PERFORM VARYING AgeIdx FROM 1 BY 1 UNTIL AgeIdx > 101
                   MOVE BandOfAge(AgeIdx) TO BandIdx
                   COMPUTE CohortWork ROUNDED =
                       NextCohort(GenderIdx, AgeIdx)
                       * (1 + PC-Migration(CountyIdx, GenderIdx,
                                           BandIdx))
                   IF CohortWork < 0
                       MOVE ZEROS TO CohortWork
                   END-IF
                   MOVE CohortWork
                       TO PC-Cohort(CountyIdx, GenderIdx, AgeIdx)
               END-PERFORM
           END-PERFORM.

      * Rolls every county's cohorts up into its state's brackets
      * for the year in YearSlot.
       RecordStateResults.
           PERFORM VARYING CountyIdx FROM 1 BY 1
                 UNTIL CountyIdx > NumProjCounties
               MOVE PC-StateNum(CountyIdx) TO StateIdx
               PERFORM VARYING GenderIdx FROM 1 BY 1
                     UNTIL GenderIdx > 2
                   PERFORM VARYING AgeIdx FROM 1 BY 1
                         UNTIL AgeIdx > 101
                       MOVE BracketOfAge(AgeIdx) TO BracketIdx
                       ADD PC-Cohort(CountyIdx, GenderIdx, AgeIdx)
                           TO SR-Count(StateIdx, YearSlot,
                                       BracketIdx, GenderIdx)
                   END-PERFORM
               END-PERFORM
           END-PERFORM.

      * A page (or more) per state with anyone in it -- the pyramid
      * for the census base and every projection year -- then the
      * totals page, and the caveats about missing rates and dates.
       WriteProjectionReport.
           OPEN OUTPUT ProjectionRpt
           MOVE "PopulationProjection.rpt" TO WS-FileStatusName
           PERFORM CheckFileStatus

           PERFORM VARYING StateIdx FROM 1 BY 1 UNTIL StateIdx > 50
               MOVE 1 TO YearSlot
               PERFORM ComputeStateTotal
               IF StateTotal > 0
                   PERFORM WriteStateProjection
               END-IF
           END-PERFORM

           MOVE "T" TO RptSectionFlag
           PERFORM WriteSummaryPage

           CLOSE ProjectionRpt.

       ComputeStateTotal.
           MOVE ZEROS TO StateTotal
           PERFORM VARYING BracketIdx FROM 1 BY 1 UNTIL BracketIdx > 4
               ADD SR-Count(StateIdx, YearSlot, BracketIdx, 1)
                   SR-Count(StateIdx, YearSlot, BracketIdx, 2)
                   TO StateTotal
           END-PERFORM.

      * Bars are scaled to the state's largest cell across every
      * year, so growth and shrinkage show from one year to the next.
       WriteStateProjection.
           MOVE StateNameEntry(StateIdx) TO SH-StateName
           PERFORM NewReportPage

           MOVE ZEROS TO LargestCell
           PERFORM VARYING YearSlot FROM 1 BY 1
                 UNTIL YearSlot > LastYearSlot
               PERFORM VARYING BracketIdx FROM 1 BY 1
                     UNTIL BracketIdx > 4
                   PERFORM VARYING GenderIdx FROM 1 BY 1
                         UNTIL GenderIdx > 2
                       IF SR-Count(StateIdx, YearSlot, BracketIdx,
                                   GenderIdx) > LargestCell
                           MOVE SR-Count(StateIdx, YearSlot,
                                         BracketIdx, GenderIdx)
                               TO LargestCell
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-PERFORM

           PERFORM VARYING YearSlot FROM 1 BY 1
                 UNTIL YearSlot > LastYearSlot
               PERFORM WriteYearPyramid
           END-PERFORM.

       WriteYearPyramid.
           PERFORM ComputeStateTotal
           COMPUTE PY-Year = BaseYear + YearSlot - 1
           IF YearSlot = 1
               MOVE "(census)" TO PY-Label
           ELSE
               MOVE SPACES TO PY-Label
           END-IF
           COMPUTE PY-Total ROUNDED = StateTotal
           MOVE ProjYearLine TO ReportLine
           MOVE 2 TO RptAdvance
           PERFORM WriteReportLine

      * Seniors at the top, children at the bottom, the way a
      * pyramid reads.
           PERFORM VARYING BracketIdx FROM 4 BY -1
                 UNTIL BracketIdx = 0
               MOVE BracketLabel(BracketIdx) TO PB-Bracket
               COMPUTE PB-FemaleCount ROUNDED =
                   SR-Count(StateIdx, YearSlot, BracketIdx, 1)
               MOVE SR-Count(StateIdx, YearSlot, BracketIdx, 1)
                   TO BarUnits
               PERFORM ComputeBarLength
               MOVE SPACES TO PB-FemaleBar
               PERFORM VARYING BarFillIdx FROM 1 BY 1
                     UNTIL BarFillIdx > BarLength
                   MOVE "*" TO PB-FemaleBar(21 - BarFillIdx:1)
               END-PERFORM

               COMPUTE PB-MaleCount ROUNDED =
                   SR-Count(StateIdx, YearSlot, BracketIdx, 2)
               MOVE SR-Count(StateIdx, YearSlot, BracketIdx, 2)
                   TO BarUnits
               PERFORM ComputeBarLength
               MOVE SPACES TO PB-MaleBar
               PERFORM VARYING BarFillIdx FROM 1 BY 1
                     UNTIL BarFillIdx > BarLength
                   MOVE "*" TO PB-MaleBar(BarFillIdx:1)
               END-PERFORM

               MOVE ProjBracketLine TO ReportLine
               MOVE 1 TO RptAdvance
               PERFORM WriteReportLine
           END-PERFORM.

      * The bar length against the largest cell; a non-empty cell
      * always shows at least one mark.
       ComputeBarLength.
           IF LargestCell = 0
               MOVE ZEROS TO BarLength
           ELSE
               COMPUTE BarLength ROUNDED = BarUnits * 20 / LargestCell
               IF BarLength = 0 AND BarUnits > 0
                   MOVE 1 TO BarLength
               END-IF
               IF BarLength > 20
                   MOVE 20 TO BarLength
               END-IF
           END-IF.

      * Every state's projected total per year, the nation's below
      * them, and the caveats.
       WriteSummaryPage.
           PERFORM NewReportPage

           PERFORM VARYING StateIdx FROM 1 BY 1 UNTIL StateIdx > 50
               MOVE 1 TO YearSlot
               PERFORM ComputeStateTotal
               IF StateTotal > 0
                   MOVE SPACES TO SummaryLine
                   MOVE StateNameEntry(StateIdx) TO SL-Label
                   PERFORM VARYING YearSlot FROM 1 BY 1
                         UNTIL YearSlot > LastYearSlot
                       PERFORM ComputeStateTotal
                       COMPUTE SL-Total(YearSlot) ROUNDED = StateTotal
                   END-PERFORM
                   MOVE SummaryLine TO ReportLine
                   MOVE 1 TO RptAdvance
                   PERFORM WriteReportLine
               END-IF
           END-PERFORM

           MOVE SPACES TO SummaryLine
           MOVE "All states" TO SL-Label
           PERFORM VARYING YearSlot FROM 1 BY 1
                 UNTIL YearSlot > LastYearSlot
               MOVE ZEROS TO NationalTotal
               PERFORM VARYING StateIdx FROM 1 BY 1 UNTIL StateIdx > 50
                   PERFORM ComputeStateTotal
                   ADD StateTotal TO NationalTotal
               END-PERFORM
               COMPUTE SL-Total(YearSlot) ROUNDED = NationalTotal
           END-PERFORM
           MOVE SummaryLine TO ReportLine
           MOVE 2 TO RptAdvance
           PERFORM WriteReportLine

           IF NumRates = 0
               MOVE NoRatesLine TO ReportLine
               MOVE 2 TO RptAdvance
               PERFORM WriteReportLine
           ELSE
               IF SurvivalDefaulted > 0
                   MOVE SurvivalDefaulted TO DL-Count
                   MOVE DefaultedLine TO ReportLine
                   MOVE 2 TO RptAdvance
                   PERFORM WriteReportLine
               END-IF
               IF BirthRatesOnFile = 0
                   MOVE NoBirthRatesLine TO ReportLine
                   MOVE 1 TO RptAdvance
                   PERFORM WriteReportLine
               END-IF
           END-IF
           IF NoBirthDateCount > 0
               MOVE NoBirthDateCount TO NB-Count
               MOVE NoBirthDateLine TO ReportLine
               MOVE 1 TO RptAdvance
               PERFORM WriteReportLine
           END-IF.

      * Starts a page: the run-date/page stamp, the section's title,
      * the base-year line and the section's column headings.
       NewReportPage.
           MOVE BusinessToday TO RptRunDate
           MOVE RptRunDate(5:2) TO RptStampMonth
           MOVE RptRunDate(7:2) TO RptStampDay
           MOVE RptRunDate(1:4) TO RptStampYear
           MOVE RptPageNumber TO RptStampPage
           ADD 1 TO RptPageNumber
           MOVE "PopulationProjection.rpt" TO WS-FileStatusName
           IF FirstPage
               MOVE "N" TO FirstPageFlag
               WRITE ReportLine FROM RptHeadingStamp
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE ReportLine FROM RptHeadingStamp
                   AFTER ADVANCING PAGE
           END-IF
           PERFORM CheckFileStatus
           IF InStateSection
               WRITE ReportLine FROM StateHeader
                   AFTER ADVANCING 2 LINES
           ELSE
               WRITE ReportLine FROM SummaryHeader
                   AFTER ADVANCING 2 LINES
           END-IF
           PERFORM CheckFileStatus
           MOVE ProjectionYears TO BL-Years
           MOVE BaseYear TO BL-BaseYear
           WRITE ReportLine FROM BaseLine AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus
           IF InStateSection
               WRITE ReportLine FROM PyramidColHeads
                   AFTER ADVANCING 2 LINES
           ELSE
               MOVE SPACES TO SummaryColHeads
               MOVE "State" TO SC-Label
               PERFORM VARYING YearSlot FROM 1 BY 1
                     UNTIL YearSlot > LastYearSlot
                   COMPUTE SC-Year(YearSlot) = BaseYear + YearSlot - 1
               END-PERFORM
               WRITE ReportLine FROM SummaryColHeads
                   AFTER ADVANCING 2 LINES
           END-IF
           PERFORM CheckFileStatus
           MOVE 7 TO RptLineCount.

      * Every body line of the report goes out through here: the
      * line was MOVEd to ReportLine and RptAdvance set by the
      * caller, and a line that would run past the page size ejects
      * to a fresh page (with its headings) first.
       WriteReportLine.
           MOVE ReportLine TO PendingReportLine
           IF RptLineCount + RptAdvance > RptPageSize
               PERFORM NewReportPage
               MOVE 1 TO RptAdvance
           END-IF
           ADD RptAdvance TO RptLineCount
           MOVE "PopulationProjection.rpt" TO WS-FileStatusName
           IF RptAdvance = 2
               WRITE ReportLine FROM PendingReportLine
                   AFTER ADVANCING 2 LINES
           ELSE
               WRITE ReportLine FROM PendingReportLine
                   AFTER ADVANCING 1 LINE
           END-IF
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
