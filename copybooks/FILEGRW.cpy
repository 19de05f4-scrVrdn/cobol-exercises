      * FileGrowth.dat record layout: one record per watched data
      * file per night, the file's record count as CapacityReport
      * found it. The report reads the last 90 days back to measure
      * how fast each file is growing toward its limit.
       01 FileGrowthRec.
           88 EndOfFileGrowth VALUE HIGH-VALUES.
           02 FG-Date PIC 9(8).
           02 FG-FileName PIC X(25).
           02 FG-RecordCount PIC 9(7).
