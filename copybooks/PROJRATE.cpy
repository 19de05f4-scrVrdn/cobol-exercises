      * ProjectionRates.dat record layout: the annual rates
      * PopulationProjection ages the census forward with, keyed on
      * rate type, area, gender and five-year age band. Maintained
      * by ProjectionRateMaintenance; the migration rates can be
      * seeded per county from a snapshot comparison by
      * MigrationReport. A zero in any key part is the default for
      * everything under it -- state 00 is national, county 000 is
      * state-wide, gender 0 is both and band 00 is all ages -- and
      * the projection takes the most specific rate on file for
      * each cohort.
       01 ProjectionRateRec.
           88 EndOfProjectionRates VALUE HIGH-VALUES.
           02 PR-Key.
              03 PR-RateType PIC X.
                  88 PR-SurvivalRate VALUE "S".
                  88 PR-BirthRate VALUE "B".
                  88 PR-MigrationRate VALUE "M".
              03 PR-StateNum PIC 99.
              03 PR-CountyCode PIC 9(3).
              03 PR-Gender PIC 9.
      * Band 01 is ages 0-4, 02 is 5-9 and so on to 21, 100 and
      * over. A birth rate's band is the mother's age.
              03 PR-AgeBand PIC 99.
      * Survival: the share of the cohort alive a year later.
      * Birth: live births per woman per year. Migration: net
      * migrants per head per year, negative for a net outflow.
           02 PR-Rate PIC S9V9(5) SIGN LEADING SEPARATE.
      * K: keyed in by ProjectionRateMaintenance. M: seeded from
      * MigrationReport, which never overwrites a keyed rate.
           02 PR-Source PIC X.
               88 PR-KeyedRate VALUE "K".
               88 PR-SeededRate VALUE "M".
           02 PR-ChangedDate PIC 9(8).
