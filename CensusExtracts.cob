      * the unified master. The surname extract is sorted by
      * CountyName then Surname on the way out, since SurnameReport's
      * control-break logic refuses an unsorted Census.dat; the
      * population extract keeps the master's order. The deceased
      * are left out of both.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           PERFORM CheckFileStatus

           PERFORM UNTIL EndOfCensusMaster
               IF CMR-DeceasedDate NOT NUMERIC
                  OR CMR-DeceasedDate = 0
                   MOVE CMR-StateNum TO StateNum OF PopCensusRec
                   MOVE CMR-CountyCode TO CountyCode OF PopCensusRec
                   PERFORM DeriveAgeBracket
                   MOVE DerivedBracket TO Age OF PopCensusRec
                   MOVE CMR-Gender TO Gender OF PopCensusRec
                   MOVE CMR-CarOwner TO CarOwner OF PopCensusRec
                   MOVE CMR-EffectiveDate
                       TO EffectiveDate OF PopCensusRec
                   WRITE PopCensusRec
                   MOVE "CensusFile.dat" TO WS-FileStatusName
                   PERFORM CheckFileStatus
                   ADD 1 TO PopulationRecords
               END-IF

               READ CensusMasterFile
                   AT END SET EndOfCensusMaster TO TRUE
           PERFORM CheckFileStatus

           PERFORM UNTIL EndOfCensusMaster
               IF CMR-DeceasedDate NOT NUMERIC
                  OR CMR-DeceasedDate = 0
                   MOVE CMR-CensusNumber TO SW-CensusNumber
                   MOVE CMR-Surname TO SW-Surname
                   MOVE CMR-CountyName TO SW-CountyName
                   PERFORM NormalizeCountyName
                   MOVE CMR-EffectiveDate TO SW-EffectiveDate
                   RELEASE SortWorkRec
               END-IF

               READ CensusMasterFile
                   AT END SET EndOfCensusMaster TO TRUE
