      * CapacityLog.dat record layout: one record each time a
      * program loads one of its fixed in-memory tables -- which
      * program, which table, how many entries the load used (its
      * high-water mark), the table's compiled limit, and whether
      * the load ran out of room and dropped entries. Appended by
      * each program's RecordCapacity; CapacityReport reads the
      * last 90 days back to show how close each table is to its
      * limit.
       01 CapacityLogRec.
           88 EndOfCapacityLog VALUE HIGH-VALUES.
           02 CP-Timestamp PIC 9(14).
           02 CP-Program PIC X(25).
      * LOW-STOCK, ON-ORDER, DEMAND, RESERVATIONS or
      * BACKED-OUT-RUNS.
           02 CP-TableName PIC X(20).
           02 CP-HighWater PIC 9(5).
           02 CP-Limit PIC 9(5).
           02 CP-OverflowFlag PIC X.
               88 CP-Overflowed VALUE "Y".
