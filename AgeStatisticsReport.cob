           PERFORM CheckFileStatus

           PERFORM UNTIL EndOfCensusMaster
               IF CMR-DeceasedDate NOT NUMERIC
                  OR CMR-DeceasedDate = 0
                   IF CMR-BirthDate NUMERIC AND CMR-BirthDate > 0
                      AND CMR-BirthDate < BusinessToday
                       COMPUTE BirthInteger =
                           FUNCTION INTEGER-OF-DATE(CMR-BirthDate)
                       COMPUTE AgeYears =
                           (TodayInteger - BirthInteger) / 365.25
                       IF AgeYears > 120
                           MOVE 120 TO AgeYears
                       END-IF
                       MOVE CMR-StateNum TO SW-StateNum
                       MOVE CMR-CountyCode TO SW-CountyCode
                       MOVE AgeYears TO SW-AgeYears
                       RELEASE SortWorkRec
                   ELSE
                       ADD 1 TO NoBirthDateCount
                   END-IF
               END-IF

               READ CensusMasterFile
