      * DwellingMaster.dat record layout: one record per dwelling
      * the housing board knows of, keyed on the dwelling number,
      * carrying where it is, what kind of dwelling it is, how many
      * bedrooms it has, and the census household living in it.
      * Maintained by DwellingMaintenance; CensusMasterLoad checks
      * each intake household against it, and DwellingReport works
      * out occupancy and crowding per county from it and the
      * census master.
       01 DwellingRec.
           88 EndOfDwellingFile VALUE HIGH-VALUES.
           02 DW-DwellingNumber PIC 9(8).
           02 DW-Address.
              03 DW-Street PIC X(30).
              03 DW-Town PIC X(20).
           02 DW-StateNum PIC 99.
           02 DW-CountyCode PIC 9(3).
           02 DW-DwellingType PIC X.
               88 DW-House VALUE "H".
               88 DW-Apartment VALUE "A".
               88 DW-MobileHome VALUE "M".
               88 DW-OtherDwelling VALUE "O".
               88 DW-ValidType VALUES "H" "A" "M" "O".
      * Zero for a bedsit or studio, which is counted as sleeping
      * in one room when crowding is worked out.
           02 DW-Bedrooms PIC 99.
      * The CMR-HouseholdId of the household living here, zero when
      * none is recorded. A dwelling whose household has nobody on
      * the census master is vacant.
           02 DW-HouseholdId PIC 9(6).
           02 DW-ChangedDate PIC 9(8).
