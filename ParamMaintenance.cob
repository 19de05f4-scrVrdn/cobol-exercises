           02 FILLER PIC X VALUE "N".
           02 FILLER PIC X(20) VALUE "RPT-RETENTION-DAYS".
           02 FILLER PIC X VALUE "N".
           02 FILLER PIC X(20) VALUE "POINTS-PER-UNIT".
           02 FILLER PIC X VALUE "N".
           02 FILLER PIC X(20) VALUE "POINT-VALUE".
           02 FILLER PIC X VALUE "N".
           02 FILLER PIC X(20) VALUE "MARKDOWN-1-DAYS".
           02 FILLER PIC X VALUE "N".
           02 FILLER PIC X(20) VALUE "MARKDOWN-1-PCT".
           02 FILLER PIC X VALUE "N".
           02 FILLER PIC X(20) VALUE "MARKDOWN-2-DAYS".
           02 FILLER PIC X VALUE "N".
           02 FILLER PIC X(20) VALUE "MARKDOWN-2-PCT".
           02 FILLER PIC X VALUE "N".
           02 FILLER PIC X(20) VALUE "MARKDOWN-3-DAYS".
           02 FILLER PIC X VALUE "N".
           02 FILLER PIC X(20) VALUE "MARKDOWN-3-PCT".
           02 FILLER PIC X VALUE "N".
           02 FILLER PIC X(20) VALUE "PRICE-POSITION-PCT".
           02 FILLER PIC X VALUE "N".
           02 FILLER PIC X(20) VALUE "QUOTE-VALID-DAYS".
           02 FILLER PIC X VALUE "N".
           02 FILLER PIC X(20) VALUE "QUOTE-RATE-DAYS".
           02 FILLER PIC X VALUE "N".
           02 FILLER PIC X(20) VALUE "ABC-A-PCT".
           02 FILLER PIC X VALUE "N".
           02 FILLER PIC X(20) VALUE "ABC-B-PCT".
           02 FILLER PIC X VALUE "N".
           02 FILLER PIC X(20) VALUE "ABC-A-SAFETY-DAYS".
           02 FILLER PIC X VALUE "N".
           02 FILLER PIC X(20) VALUE "ABC-C-SAFETY-DAYS".
           02 FILLER PIC X VALUE "N".
           02 FILLER PIC X(20) VALUE "CARD-SETTLE-DAYS".
           02 FILLER PIC X VALUE "N".
           02 FILLER PIC X(20) VALUE "MARGIN-FLOOR-PCT".
           02 FILLER PIC X VALUE "N".
           02 FILLER PIC X(20) VALUE "GMROI-MONTHS".
           02 FILLER PIC X VALUE "N".
           02 FILLER PIC X(20) VALUE "WEB-LOW-STOCK-QTY".
           02 FILLER PIC X VALUE "N".
           02 FILLER PIC X(20) VALUE "WEB-DISPATCH-DAYS".
           02 FILLER PIC X VALUE "N".
           02 FILLER PIC X(20) VALUE "RETURN-RATE-MAX-PCT".
           02 FILLER PIC X VALUE "N".
           02 FILLER PIC X(20) VALUE "RETURN-RATE-MIN-SOLD".
           02 FILLER PIC X VALUE "N".
           02 FILLER PIC X(20) VALUE "DISCLOSURE-MIN-CELL".
           02 FILLER PIC X VALUE "N".
           02 FILLER PIC X(20) VALUE "CROWDING-PER-BEDROOM".
           02 FILLER PIC X VALUE "N".
           02 FILLER PIC X(20) VALUE "RETRAIN-REJECT-PCT".
           02 FILLER PIC X VALUE "N".
           02 FILLER PIC X(20) VALUE "RETRAIN-DUP-PCT".
           02 FILLER PIC X VALUE "N".
           02 FILLER PIC X(20) VALUE "RETRAIN-MISSING-PCT".
           02 FILLER PIC X VALUE "N".
           02 FILLER PIC X(20) VALUE "MIN-STRATUM-SAMPLE".
           02 FILLER PIC X VALUE "N".
           02 FILLER PIC X(20) VALUE "RESIT-MARK-CAP".
           02 FILLER PIC X VALUE "N".
           02 FILLER PIC X(20) VALUE "DUP-SIMILARITY-PCT".
           02 FILLER PIC X VALUE "N".
           02 FILLER PIC X(20) VALUE "INQUIRY-OPEN-HOUR".
           02 FILLER PIC X VALUE "N".
           02 FILLER PIC X(20) VALUE "INQUIRY-CLOSE-HOUR".
           02 FILLER PIC X VALUE "N".
           02 FILLER PIC X(20) VALUE "INQUIRY-BROWSE-LIMIT".
           02 FILLER PIC X VALUE "N".
           02 FILLER PIC X(20) VALUE "CAPACITY-WARN-PCT".
           02 FILLER PIC X VALUE "N".
           02 FILLER PIC X(20) VALUE "DIST-SURNAME-1".
           02 FILLER PIC X VALUE "T".
           02 FILLER PIC X(20) VALUE "DIST-SURNAME-2".
           02 FILLER PIC X(20) VALUE "DIST-POPULATION-2".
           02 FILLER PIC X VALUE "T".
       01 KnownParams REDEFINES KnownParamValues.
           02 KnownParam OCCURS 54 TIMES INDEXED BY Known-Idx.
              03 KP-Name PIC X(20).
              03 KP-Kind PIC X.
                 88 KP-Numeric VALUE "N".
      * updated or added and the file written back in one piece.
       01 ParamTable.
           02 NumParams PIC 99 VALUE ZERO.
           02 ParamEntry OCCURS 0 TO 80 TIMES
                    DEPENDING ON NumParams
                    INDEXED BY Param-Idx.
              03 PT-Name PIC X(20).
           END-READ

           PERFORM UNTIL EndOfSiteParams
               IF NumParams < 80
                   ADD 1 TO NumParams
                   MOVE SP-ParamName TO PT-Name(NumParams)
                   MOVE SP-ParamValue TO PT-Value(NumParams)
           SET Param-Idx TO 1
           SEARCH ParamEntry
               AT END
                   IF NumParams < 80
                       ADD 1 TO NumParams
                       MOVE NumParams TO FoundParamIdx
                       MOVE EnteredName TO PT-Name(FoundParamIdx)
