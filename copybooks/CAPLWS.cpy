      * Working storage for the capacity log (CAPLOG). The program
      * sets all five after loading a table and PERFORMs
      * RecordCapacity.
       01 CapacityProgram PIC X(25).
       01 CapacityTableName PIC X(20).
       01 CapacityHighWater PIC 9(5).
       01 CapacityLimit PIC 9(5).
       01 CapacityOverflowFlag PIC X.
           88 CapacityOverflowed VALUE "Y".
