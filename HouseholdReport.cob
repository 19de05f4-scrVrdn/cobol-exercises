           PERFORM CheckFileStatus

           PERFORM UNTIL EndOfCensusMaster
               IF CMR-DeceasedDate NOT NUMERIC
                  OR CMR-DeceasedDate = 0
                   IF CMR-HouseholdId NUMERIC AND CMR-HouseholdId > 0
                       MOVE CMR-StateNum TO SW-StateNum
                       MOVE CMR-CountyCode TO SW-CountyCode
                       MOVE CMR-HouseholdId TO SW-HouseholdId
                       MOVE CMR-CarOwner TO SW-CarOwner
                       RELEASE SortWorkRec
                   ELSE
                       ADD 1 TO NoHouseholdCount
                   END-IF
               END-IF

               READ CensusMasterFile
