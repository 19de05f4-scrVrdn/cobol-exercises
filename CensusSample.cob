           PERFORM CheckFileStatus

           PERFORM UNTIL EndOfCensusMaster
               IF CMR-DeceasedDate NOT NUMERIC
                  OR CMR-DeceasedDate = 0
                   ADD 1 TO RecordsRead
                   PERFORM JudgeOneRecord
               END-IF

               READ CensusMasterFile
                   AT END SET EndOfCensusMaster TO TRUE
