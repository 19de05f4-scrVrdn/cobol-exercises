      * CensusAmendments.dat record layout: one record per change
      * LifeEventUpdate makes to CensusMaster.dat between full loads
      * -- a birth, a death, a move, or a name change -- with the
      * person's master record before and after it and the run
      * identifier (the run's start timestamp), so any figure that
      * moved during the year can be traced to the event that moved
      * it. A birth has no before image and carries spaces. The
      * images are plain X(84) so the journal stays a straight byte
      * copy whatever the current CENMREC field split is.
       01 CensusAmendmentRec.
           88 EndOfCensusAmendments VALUE HIGH-VALUES.
           02 AJ-RunId PIC 9(14).
           02 AJ-EventType PIC X.
               88 AJ-Birth VALUE "B".
               88 AJ-Death VALUE "D".
               88 AJ-Move VALUE "M".
               88 AJ-NameChange VALUE "N".
           02 AJ-CensusNumber PIC 9(8).
           02 AJ-EventDate PIC 9(8).
           02 AJ-BusinessDate PIC 9(8).
           02 AJ-BeforeImage PIC X(84).
           02 AJ-AfterImage PIC X(84).
