      * CapacityAlerts.dat record layout: the tables and data files
      * the night's CapacityReport found over the warning level,
      * rewritten each night for MorningDigest to list. The date is
      * the business day of the report, so a night the report didn't
      * run leaves nothing stale in the digest.
       01 CapacityAlertRec.
           88 EndOfCapacityAlerts VALUE HIGH-VALUES.
           02 CA-Date PIC 9(8).
           02 CA-Kind PIC X.
               88 CA-TableAlert VALUE "T".
               88 CA-FileAlert VALUE "F".
           02 CA-Name PIC X(25).
           02 CA-Used PIC 9(7).
           02 CA-Limit PIC 9(7).
           02 CA-UsedPct PIC 9(3).
      * When it is projected to reach its limit: a date (CCYYMMDD)
      * or a word on why there is none.
           02 CA-FullText PIC X(16).
