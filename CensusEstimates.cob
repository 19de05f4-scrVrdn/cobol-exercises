       IDENTIFICATION DIVISION.
       PROGRAM-ID. CensusEstimates.
       AUTHOR. io.github.scrvrdn.
      * Grosses the CensusSample extract back up to the population
      * it was drawn from, so the analysts stop doing it by hand.
      * Each county within a state is a stratum: its population is
      * counted off CensusMaster.dat under the same filters the
      * sample was drawn with, and every sampled person in it gets
      * the design weight population / sampled, written to
      * CensusWeights.dat. Per state and for all states together
      * the program estimates the car ownership rate, the senior
      * share, and the average household size, each with its
      * standard error and 95% confidence interval (the estimate
      * plus or minus 1.96 standard errors). A county with fewer
      * sampled people than the MIN-STRATUM-SAMPLE site knob is too
      * thin to rely on, and every estimate it feeds is flagged.
      * A county the sample missed entirely can't be grossed up and
      * is left out of the estimate, and counted on the report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CensusMasterFile ASSIGN TO "CensusMaster.dat"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FileStatus.

           SELECT SampleFile ASSIGN TO "CensusSample.dat"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FileStatus.

      * One record per sampled person with their design weight, for
      * the analysts' own tabulations.
           SELECT WeightFile ASSIGN TO "CensusWeights.dat"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FileStatus.

           SELECT EstimateRpt ASSIGN TO "CensusEstimates.rpt"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FileStatus.

      * The site's standing operational knobs, for the thin-stratum
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

       FD CensusMasterFile.
           COPY CENMREC.

       FD SampleFile.
           COPY CENMREC
               REPLACING ==CensusMasterRec== BY ==SampleRec==
                         ==EndOfCensusMaster== BY ==EndOfSample==
                         LEADING ==CMR== BY ==SAM==.

       FD WeightFile.
       01 SampleWeightRec.
           02 WT-CensusNumber PIC 9(8).
           02 WT-StateNum PIC 99.
           02 WT-CountyCode PIC 9(3).
           02 WT-Weight PIC 9(7)V9(4).

       FD EstimateRpt.
       01 PrintLine PIC X(100).

       FD SiteParamFile.
           COPY SITEPARM.

       WORKING-STORAGE SECTION.
       01 BusinessToday PIC 9(8) VALUE ZEROS.
       COPY FILESTAT.
       COPY RPTHEAD.
       COPY STATENAMES.

      * Fewest sampled people a county may have before the estimates
      * it feeds are flagged unreliable -- the MIN-STRATUM-SAMPLE
      * site knob.
       01 MinStratumSample PIC 9(4) VALUE 30.

      * The filters the sample was drawn with, keyed as they were
      * keyed to CensusSample, so the population counted matches
      * the population sampled.
       01 FilterState PIC 99 VALUE ZEROS.
       01 FilterCounty PIC 9(3) VALUE ZEROS.
       01 FilterBracket PIC 9 VALUE ZERO.

      * Persons per household off the whole master, for the
      * household-size estimate.
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

      * One stratum per county in the sampled population: its size,
      * its sample, its design weight, and for each estimate the
      * sample sums the estimate and its variance are built from.
      * Estimate 1 is the car ownership rate, 2 the senior share,
      * 3 the average household size -- each a ratio of a Y sum to
      * an X sum (persons over households for the third, each
      * person counting as 1/size of a household).
       01 MaxStrata PIC 9(4) VALUE 3000.
       01 StratumTable.
           02 NumStrata PIC 9(4) VALUE ZERO.
           02 StratumEntry OCCURS 0 TO 3000 TIMES
                    DEPENDING ON NumStrata
                    INDEXED BY Stratum-Idx.
              03 SR-StateNum PIC 99.
              03 SR-CountyCode PIC 9(3).
              03 SR-Population PIC 9(7).
              03 SR-Sampled PIC 9(6).
              03 SR-Weight PIC 9(7)V9(4).
              03 SR-Sums OCCURS 3 TIMES.
                 04 SR-SumY PIC 9(7)V9(6).
                 04 SR-SumX PIC 9(7)V9(6).
                 04 SR-SumYY PIC 9(7)V9(6).
                 04 SR-SumXX PIC 9(7)V9(6).
                 04 SR-SumXY PIC 9(7)V9(6).
       01 StratumTableFullFlag PIC X VALUE "N".
           88 StratumTableFull VALUE "Y".
       01 FoundStratumIdx PIC 9(4).
       01 StratumScanIdx PIC 9(4).
       01 LookupStateNum PIC 99.
       01 LookupCountyCode PIC 9(3).

      * The person in hand's Y and X for each estimate.
       01 PersonValues.
           02 PV-Estimate OCCURS 3 TIMES.
              03 PV-Y PIC 9(3)V9(6).
              03 PV-X PIC 9(3)V9(6).
       01 HouseholdSize PIC 9(4).

      * Per state (1-50) and all states (51): the population the
      * sampled counties cover, and per estimate the weighted means
      * of Y and X, the ratio, and its variance.
       01 StateTotals.
           02 StateEntry OCCURS 51 TIMES.
              03 ST-Population PIC 9(8).
              03 ST-Sampled PIC 9(7).
              03 ST-Strata PIC 9(4).
              03 ST-ThinStrata PIC 9(4).
              03 ST-UnsampledStrata PIC 9(4).
              03 ST-UnsampledPersons PIC 9(8).
              03 ST-Estimate OCCURS 3 TIMES.
                 04 ST-MeanY PIC 9(5)V9(8).
                 04 ST-MeanX PIC 9(5)V9(8).
                 04 ST-Ratio PIC 9(5)V9(8).
                 04 ST-Variance PIC 9(5)V9(10).
       01 StateIdx PIC 99.
       01 EstimateIdx PIC 9.
       01 AllStates PIC 99 VALUE 51.

      * Working fields for one stratum's share of a variance.
       01 StratumShare PIC 9V9(10).
       01 SampleFraction PIC 9V9(10).
       01 ResidualSum PIC S9(7)V9(8).
       01 ResidualSquares PIC S9(7)V9(8).
       01 ResidualVariance PIC S9(7)V9(8).

      * One estimate as printed, scaled to a percentage for the two
      * rates.
       01 EstimateScale PIC 999.
       01 EstimateValue PIC 9(5)V9(4).
       01 StandardError PIC 9(5)V9(4).
       01 IntervalLow PIC S9(5)V9(4).
       01 IntervalHigh PIC 9(5)V9(4).

       01 MasterRecordsRead PIC 9(8) VALUE ZERO.
       01 SampleRecordsRead PIC 9(8) VALUE ZERO.
       01 SampleOutsidePopulation PIC 9(6) VALUE ZERO.
       01 WeightsWritten PIC 9(8) VALUE ZERO.

       01 ReportHeading PIC X(40)
           VALUE "Weighted Census Estimates From Sample".
       01 FilterLine.
           02 FILLER PIC X(22) VALUE "Sample filters: state ".
           02 FL-State PIC Z9.
           02 FILLER PIC X(9) VALUE "  county ".
           02 FL-County PIC ZZ9.
           02 FILLER PIC X(10) VALUE "  bracket ".
           02 FL-Bracket PIC 9.
       01 ThinNote.
           02 FILLER PIC X(33)
               VALUE "* A county fed the estimate with ".
           02 FILLER PIC X(11) VALUE "fewer than ".
           02 TN-MinSample PIC ZZZ9.
           02 FILLER PIC X(40)
               VALUE " sampled people - treat as unreliable".
       01 EstimateColHeads.
           02 FILLER PIC X(30) VALUE "  Estimate".
           02 FILLER PIC X(8) VALUE "   Value".
           02 FILLER PIC X(10) VALUE "   Std err".
           02 FILLER PIC X(12) VALUE "  95% CI low".
           02 FILLER PIC X(10) VALUE "      high".
       01 StateHeadLine.
           02 SH-StateName PIC X(14).
           02 FILLER PIC X(13) VALUE "  population ".
           02 SH-Population PIC Z(7)9.
           02 FILLER PIC X(10) VALUE "  sampled ".
           02 SH-Sampled PIC Z(6)9.
           02 FILLER PIC X(11) VALUE "  counties ".
           02 SH-Strata PIC ZZZ9.
           02 FILLER PIC X(7) VALUE "  thin ".
           02 SH-ThinStrata PIC ZZZ9.
       01 UnsampledLine.
           02 FILLER PIC X(4) VALUE SPACES.
           02 US-Strata PIC ZZZ9.
           02 FILLER PIC X(24) VALUE " county(ies) not sampled".
           02 FILLER PIC X(3) VALUE " - ".
           02 US-Persons PIC Z(7)9.
           02 FILLER PIC X(30) VALUE " people left out of estimate".
       01 EstimateLine.
           02 FILLER PIC X(2) VALUE SPACES.
           02 EL-Label PIC X(28).
           02 EL-Value PIC Z(4)9.99.
           02 EL-StandardError PIC Z(5)9.999.
           02 EL-IntervalLow PIC Z(8)9.99.
           02 EL-IntervalHigh PIC Z(6)9.99.
           02 EL-ThinFlag PIC X(2).

       01 EstimateLabels.
           02 FILLER PIC X(28) VALUE "Car ownership rate (%)".
           02 FILLER PIC X(28) VALUE "Senior share (%)".
           02 FILLER PIC X(28) VALUE "Average household size".
       01 EstimateLabelTable REDEFINES EstimateLabels.
           02 EstimateLabel PIC X(28) OCCURS 3 TIMES.

       PROCEDURE DIVISION.
       Main.
           PERFORM GetBusinessDate
           PERFORM LoadSiteParams

           DISPLAY "State filter the sample used (1-50, 0 for all) - "
               WITH NO ADVANCING
           ACCEPT FilterState
           DISPLAY "County filter the sample used (0 for all) - "
               WITH NO ADVANCING
           ACCEPT FilterCounty
           DISPLAY "Age bracket filter the sample used "
               "(1-4, 0 for all) - " WITH NO ADVANCING
           ACCEPT FilterBracket

           PERFORM CountPopulation
           PERFORM ScoreSample
           PERFORM WriteWeights
           PERFORM ComputeEstimates
           PERFORM WriteEstimateReport

           DISPLAY "Sampled people weighted: " WeightsWritten
           IF SampleOutsidePopulation > 0
               DISPLAY "Sampled people outside the filters, ignored: "
                   SampleOutsidePopulation
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

      * Reads the site parameter file, taking the thin-stratum
      * limit and leaving the compiled default if the file doesn't
      * carry it. Status "05" is the missing OPTIONAL file.
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
                   WHEN "MIN-STRATUM-SAMPLE"
                       IF FUNCTION TEST-NUMVAL(SP-ParamValue) = 0
                           COMPUTE MinStratumSample =
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

      * One pass of the master: every person counts towards their
      * household's size, and every person the sample's filters
      * admit counts towards their county's stratum.
       CountPopulation.
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
                   ADD 1 TO MasterRecordsRead
                   IF CMR-HouseholdId NUMERIC AND CMR-HouseholdId > 0
                       PERFORM CountHouseholdMember
                   END-IF
                   IF (FilterState = 0 OR CMR-StateNum = FilterState)
                      AND (FilterCounty = 0
                           OR CMR-CountyCode = FilterCounty)
                      AND (FilterBracket = 0 OR CMR-Age = FilterBracket)
                      AND CMR-StateNum >= 1 AND CMR-StateNum <= 50
                       MOVE CMR-StateNum TO LookupStateNum
                       MOVE CMR-CountyCode TO LookupCountyCode
                       PERFORM FindStratum
                       IF FoundStratumIdx = 0
                           PERFORM AddStratum
                       END-IF
                       IF FoundStratumIdx > 0
                           ADD 1 TO SR-Population(FoundStratumIdx)
                       END-IF
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
                               "households left out of the size "
                               "estimate"
                           SET HouseholdTableFull TO TRUE
                       END-IF
                   END-IF
               WHEN HH-HouseholdId(HH-Idx) = CMR-HouseholdId
                   ADD 1 TO HH-Persons(HH-Idx)
           END-SEARCH.

       FindStratum.
           MOVE ZEROS TO FoundStratumIdx
           IF NumStrata > 0
               SET Stratum-Idx TO 1
               SEARCH StratumEntry
                   AT END CONTINUE
                   WHEN SR-StateNum(Stratum-Idx) = LookupStateNum
                        AND SR-CountyCode(Stratum-Idx)
                            = LookupCountyCode
                       SET FoundStratumIdx TO Stratum-Idx
               END-SEARCH
           END-IF.

       AddStratum.
           IF NumStrata < MaxStrata
               ADD 1 TO NumStrata
               MOVE NumStrata TO FoundStratumIdx
               MOVE LookupStateNum TO SR-StateNum(FoundStratumIdx)
               MOVE LookupCountyCode TO SR-CountyCode(FoundStratumIdx)
               MOVE ZEROS TO SR-Population(FoundStratumIdx)
               MOVE ZEROS TO SR-Sampled(FoundStratumIdx)
               MOVE ZEROS TO SR-Weight(FoundStratumIdx)
               PERFORM VARYING EstimateIdx FROM 1 BY 1
                     UNTIL EstimateIdx > 3
                   MOVE ZEROS TO SR-Sums(FoundStratumIdx, EstimateIdx)
               END-PERFORM
           ELSE
               IF NOT StratumTableFull
                   DISPLAY "Warning: stratum table full at "
                       MaxStrata " counties - later counties left "
                       "out of the estimates"
                   SET StratumTableFull TO TRUE
               END-IF
           END-IF.

      * First pass of the sample: each sampled person is counted in
      * their county's stratum and adds their Y and X values to its
      * sums. Someone the filters wouldn't admit -- a sample drawn
      * under other filters than those keyed -- is counted apart.
       ScoreSample.
           OPEN INPUT SampleFile
           MOVE "CensusSample.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           READ SampleFile
               AT END SET EndOfSample TO TRUE
           END-READ
           PERFORM CheckFileStatus

           PERFORM UNTIL EndOfSample
               ADD 1 TO SampleRecordsRead
               MOVE SAM-StateNum TO LookupStateNum
               MOVE SAM-CountyCode TO LookupCountyCode
               PERFORM FindStratum
               IF FoundStratumIdx = 0
                   ADD 1 TO SampleOutsidePopulation
               ELSE
                   ADD 1 TO SR-Sampled(FoundStratumIdx)
                   PERFORM SetPersonValues
                   PERFORM AddPersonToSums
               END-IF

               READ SampleFile
                   AT END SET EndOfSample TO TRUE
               END-READ
               PERFORM CheckFileStatus
           END-PERFORM

           CLOSE SampleFile.

      * Car owner and senior are 1 or 0 over every person. For the
      * household size, a person in a household of N counts as 1/N
      * of a household; a person with no known household counts in
      * neither sum.
       SetPersonValues.
           MOVE ZEROS TO PersonValues
           MOVE 1 TO PV-X(1)
           IF SAM-CarOwner = "Y"
               MOVE 1 TO PV-Y(1)
           END-IF
           MOVE 1 TO PV-X(2)
           IF SAM-Age = 4
               MOVE 1 TO PV-Y(2)
           END-IF
           MOVE ZEROS TO HouseholdSize
           IF SAM-HouseholdId NUMERIC AND SAM-HouseholdId > 0
               SET HH-Idx TO 1
               SEARCH HouseholdEntry
                   AT END CONTINUE
                   WHEN HH-HouseholdId(HH-Idx) = SAM-HouseholdId
                       MOVE HH-Persons(HH-Idx) TO HouseholdSize
               END-SEARCH
           END-IF
           IF HouseholdSize > 0
               MOVE 1 TO PV-Y(3)
               COMPUTE PV-X(3) ROUNDED = 1 / HouseholdSize
           END-IF.

       AddPersonToSums.
           PERFORM VARYING EstimateIdx FROM 1 BY 1
                 UNTIL EstimateIdx > 3
               ADD PV-Y(EstimateIdx)
                   TO SR-SumY(FoundStratumIdx, EstimateIdx)
               ADD PV-X(EstimateIdx)
                   TO SR-SumX(FoundStratumIdx, EstimateIdx)
               COMPUTE SR-SumYY(FoundStratumIdx, EstimateIdx) =
                   SR-SumYY(FoundStratumIdx, EstimateIdx)
                   + PV-Y(EstimateIdx) * PV-Y(EstimateIdx)
               COMPUTE SR-SumXX(FoundStratumIdx, EstimateIdx) =
                   SR-SumXX(FoundStratumIdx, EstimateIdx)
                   + PV-X(EstimateIdx) * PV-X(EstimateIdx)
               COMPUTE SR-SumXY(FoundStratumIdx, EstimateIdx) =
                   SR-SumXY(FoundStratumIdx, EstimateIdx)
                   + PV-X(EstimateIdx) * PV-Y(EstimateIdx)
           END-PERFORM.

      * Second pass of the sample: every sampled person gets their
      * county's design weight -- the people it has for each one
      * sampled.
       WriteWeights.
           PERFORM VARYING StratumScanIdx FROM 1 BY 1
                 UNTIL StratumScanIdx > NumStrata
               IF SR-Sampled(StratumScanIdx) > 0
                   COMPUTE SR-Weight(StratumScanIdx) ROUNDED =
                       SR-Population(StratumScanIdx)
                           / SR-Sampled(StratumScanIdx)
               END-IF
           END-PERFORM

           OPEN INPUT SampleFile
           MOVE "CensusSample.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN OUTPUT WeightFile
           MOVE "CensusWeights.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           MOVE "CensusSample.dat" TO WS-FileStatusName
           READ SampleFile
               AT END SET EndOfSample TO TRUE
           END-READ
           PERFORM CheckFileStatus

           PERFORM UNTIL EndOfSample
               MOVE SAM-StateNum TO LookupStateNum
               MOVE SAM-CountyCode TO LookupCountyCode
               PERFORM FindStratum
               IF FoundStratumIdx > 0
                   MOVE SAM-CensusNumber TO WT-CensusNumber
                   MOVE SAM-StateNum TO WT-StateNum
                   MOVE SAM-CountyCode TO WT-CountyCode
                   MOVE SR-Weight(FoundStratumIdx) TO WT-Weight
                   WRITE SampleWeightRec
                   MOVE "CensusWeights.dat" TO WS-FileStatusName
                   PERFORM CheckFileStatus
                   ADD 1 TO WeightsWritten
               END-IF

               MOVE "CensusSample.dat" TO WS-FileStatusName
               READ SampleFile
                   AT END SET EndOfSample TO TRUE
               END-READ
               PERFORM CheckFileStatus
           END-PERFORM

           CLOSE SampleFile
           CLOSE WeightFile.

      * The stratified ratio estimate and its linearised variance,
      * per state and for all states, in three sweeps of the strata:
      * first the population the sampled counties cover, then each
      * county's share of it into the weighted means and the ratio,
      * then each county's share of the ratio's variance.
       ComputeEstimates.
           MOVE ZEROS TO StateTotals
           PERFORM VARYING StratumScanIdx FROM 1 BY 1
                 UNTIL StratumScanIdx > NumStrata
               MOVE SR-StateNum(StratumScanIdx) TO StateIdx
               PERFORM CountStratumCoverage
               MOVE AllStates TO StateIdx
               PERFORM CountStratumCoverage
           END-PERFORM

           PERFORM VARYING StratumScanIdx FROM 1 BY 1
                 UNTIL StratumScanIdx > NumStrata
               IF SR-Sampled(StratumScanIdx) > 0
                   MOVE SR-StateNum(StratumScanIdx) TO StateIdx
                   PERFORM AddStratumMeans
                   MOVE AllStates TO StateIdx
                   PERFORM AddStratumMeans
               END-IF
           END-PERFORM

           PERFORM VARYING StateIdx FROM 1 BY 1 UNTIL StateIdx > 51
               PERFORM VARYING EstimateIdx FROM 1 BY 1
                     UNTIL EstimateIdx > 3
                   IF ST-MeanX(StateIdx, EstimateIdx) > 0
                       COMPUTE ST-Ratio(StateIdx, EstimateIdx) ROUNDED
                           = ST-MeanY(StateIdx, EstimateIdx)
                             / ST-MeanX(StateIdx, EstimateIdx)
                   END-IF
               END-PERFORM
           END-PERFORM

           PERFORM VARYING StratumScanIdx FROM 1 BY 1
                 UNTIL StratumScanIdx > NumStrata
               IF SR-Sampled(StratumScanIdx) > 1
                   MOVE SR-StateNum(StratumScanIdx) TO StateIdx
                   PERFORM AddStratumVariance
                   MOVE AllStates TO StateIdx
                   PERFORM AddStratumVariance
               END-IF
           END-PERFORM

           PERFORM VARYING StateIdx FROM 1 BY 1 UNTIL StateIdx > 51
               PERFORM VARYING EstimateIdx FROM 1 BY 1
                     UNTIL EstimateIdx > 3
                   IF ST-MeanX(StateIdx, EstimateIdx) > 0
                       COMPUTE ST-Variance(StateIdx, EstimateIdx)
                           ROUNDED =
                           ST-Variance(StateIdx, EstimateIdx)
                           / (ST-MeanX(StateIdx, EstimateIdx)
                              * ST-MeanX(StateIdx, EstimateIdx))
                   END-IF
               END-PERFORM
           END-PERFORM.

       CountStratumCoverage.
           IF SR-Sampled(StratumScanIdx) > 0
               ADD SR-Population(StratumScanIdx)
                   TO ST-Population(StateIdx)
               ADD SR-Sampled(StratumScanIdx) TO ST-Sampled(StateIdx)
               ADD 1 TO ST-Strata(StateIdx)
               IF SR-Sampled(StratumScanIdx) < MinStratumSample
                   ADD 1 TO ST-ThinStrata(StateIdx)
               END-IF
           ELSE
               ADD 1 TO ST-UnsampledStrata(StateIdx)
               ADD SR-Population(StratumScanIdx)
                   TO ST-UnsampledPersons(StateIdx)
           END-IF.

      * The county's share of the state's covered population times
      * the county's sample means.
       AddStratumMeans.
           COMPUTE StratumShare ROUNDED =
               SR-Population(StratumScanIdx) / ST-Population(StateIdx)
           PERFORM VARYING EstimateIdx FROM 1 BY 1
                 UNTIL EstimateIdx > 3
               COMPUTE ST-MeanY(StateIdx, EstimateIdx) ROUNDED =
                   ST-MeanY(StateIdx, EstimateIdx) + StratumShare
                   * SR-SumY(StratumScanIdx, EstimateIdx)
                   / SR-Sampled(StratumScanIdx)
               COMPUTE ST-MeanX(StateIdx, EstimateIdx) ROUNDED =
                   ST-MeanX(StateIdx, EstimateIdx) + StratumShare
                   * SR-SumX(StratumScanIdx, EstimateIdx)
                   / SR-Sampled(StratumScanIdx)
           END-PERFORM.

      * The county's share squared, less the finite population
      * correction, times the sample variance of the residuals
      * Y - ratio * X over the county's sample size. The residual
      * sums come from the stored sample sums, so the sample needn't
      * be read again.
       AddStratumVariance.
           COMPUTE StratumShare ROUNDED =
               SR-Population(StratumScanIdx) / ST-Population(StateIdx)
           COMPUTE SampleFraction ROUNDED =
               SR-Sampled(StratumScanIdx)
               / SR-Population(StratumScanIdx)
           PERFORM VARYING EstimateIdx FROM 1 BY 1
                 UNTIL EstimateIdx > 3
               COMPUTE ResidualSum ROUNDED =
                   SR-SumY(StratumScanIdx, EstimateIdx)
                   - ST-Ratio(StateIdx, EstimateIdx)
                     * SR-SumX(StratumScanIdx, EstimateIdx)
               COMPUTE ResidualSquares ROUNDED =
                   SR-SumYY(StratumScanIdx, EstimateIdx)
                   - 2 * ST-Ratio(StateIdx, EstimateIdx)
                       * SR-SumXY(StratumScanIdx, EstimateIdx)
                   + ST-Ratio(StateIdx, EstimateIdx)
                     * ST-Ratio(StateIdx, EstimateIdx)
                     * SR-SumXX(StratumScanIdx, EstimateIdx)
               COMPUTE ResidualVariance ROUNDED =
                   (ResidualSquares - ResidualSum * ResidualSum
                                      / SR-Sampled(StratumScanIdx))
                   / (SR-Sampled(StratumScanIdx) - 1)
               IF ResidualVariance > 0
                   COMPUTE ST-Variance(StateIdx, EstimateIdx) ROUNDED
                       = ST-Variance(StateIdx, EstimateIdx)
                         + StratumShare * StratumShare
                           * (1 - SampleFraction) * ResidualVariance
                           / SR-Sampled(StratumScanIdx)
               END-IF
           END-PERFORM.

       WriteEstimateReport.
           OPEN OUTPUT EstimateRpt
           MOVE "CensusEstimates.rpt" TO WS-FileStatusName
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
           MOVE FilterState TO FL-State
           MOVE FilterCounty TO FL-County
           MOVE FilterBracket TO FL-Bracket
           WRITE PrintLine FROM FilterLine AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus
           MOVE MinStratumSample TO TN-MinSample
           WRITE PrintLine FROM ThinNote AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus
           WRITE PrintLine FROM EstimateColHeads
               AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus

           PERFORM VARYING StateIdx FROM 1 BY 1 UNTIL StateIdx > 50
               IF ST-Sampled(StateIdx) > 0
                   MOVE StateNameEntry(StateIdx) TO SH-StateName
                   PERFORM WriteStateEstimates
               END-IF
           END-PERFORM

           MOVE AllStates TO StateIdx
           MOVE "All states" TO SH-StateName
           PERFORM WriteStateEstimates

           CLOSE EstimateRpt.

       WriteStateEstimates.
           MOVE ST-Population(StateIdx) TO SH-Population
           MOVE ST-Sampled(StateIdx) TO SH-Sampled
           MOVE ST-Strata(StateIdx) TO SH-Strata
           MOVE ST-ThinStrata(StateIdx) TO SH-ThinStrata
           WRITE PrintLine FROM StateHeadLine AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus
           IF ST-UnsampledStrata(StateIdx) > 0
               MOVE ST-UnsampledStrata(StateIdx) TO US-Strata
               MOVE ST-UnsampledPersons(StateIdx) TO US-Persons
               WRITE PrintLine FROM UnsampledLine
                   AFTER ADVANCING 1 LINE
               PERFORM CheckFileStatus
           END-IF
           PERFORM VARYING EstimateIdx FROM 1 BY 1
                 UNTIL EstimateIdx > 3
               PERFORM WriteEstimateLine
           END-PERFORM.

      * The two rates print as percentages; the household size as
      * persons. A rate's interval is held within 0-100 and the
      * size's above 0.
       WriteEstimateLine.
           IF EstimateIdx = 3
               MOVE 1 TO EstimateScale
           ELSE
               MOVE 100 TO EstimateScale
           END-IF
           COMPUTE EstimateValue ROUNDED =
               ST-Ratio(StateIdx, EstimateIdx) * EstimateScale
           COMPUTE StandardError ROUNDED =
               FUNCTION SQRT(ST-Variance(StateIdx, EstimateIdx))
               * EstimateScale
           COMPUTE IntervalLow ROUNDED =
               EstimateValue - 1.96 * StandardError
           COMPUTE IntervalHigh ROUNDED =
               EstimateValue + 1.96 * StandardError
           IF IntervalLow < 0
               MOVE ZEROS TO IntervalLow
           END-IF
           IF EstimateIdx NOT = 3 AND IntervalHigh > 100
               MOVE 100 TO IntervalHigh
           END-IF

           MOVE EstimateLabel(EstimateIdx) TO EL-Label
           MOVE EstimateValue TO EL-Value
           MOVE StandardError TO EL-StandardError
           MOVE IntervalLow TO EL-IntervalLow
           MOVE IntervalHigh TO EL-IntervalHigh
           IF ST-ThinStrata(StateIdx) > 0
               MOVE " *" TO EL-ThinFlag
           ELSE
               MOVE SPACES TO EL-ThinFlag
           END-IF
           WRITE PrintLine FROM EstimateLine AFTER ADVANCING 1 LINE
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
