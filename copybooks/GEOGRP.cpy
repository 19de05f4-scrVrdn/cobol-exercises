      * GeographyGroups.dat record layout: the user-defined
      * geographies the census is reported by -- health boards,
      * school districts, metro areas -- each made up of its own
      * counties, across state lines where need be. One record per
      * county per group type, naming the group the county belongs
      * to under that type, so a county can sit in one health board
      * and one school district but never in two health boards.
      * Maintained by GeographyGroupMaintenance, which also checks
      * every type against CountyMaster.dat for counties left out;
      * GeographyGroupReport prints the population measures per
      * group of a chosen type.
       01 GeographyGroupRec.
           88 EndOfGeographyGroups VALUE HIGH-VALUES.
           02 GG-Key.
      * The kind of grouping, e.g. HEALTH, SCHOOL, METRO.
              03 GG-GroupType PIC X(8).
              03 GG-StateNum PIC 99.
              03 GG-CountyCode PIC 9(3).
           02 GG-GroupName PIC X(24).
           02 GG-ChangedDate PIC 9(8).
