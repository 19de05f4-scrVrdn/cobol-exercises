      * changes still held for approval, the open backorders, the
      * day's reconciliation variances, and any stock-update lock
      * left standing -- instead of an hour spent opening six files
      * to learn the same things. The capacity watch's tables and
      * files over their warning level close the page.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

      * What the night's CapacityReport found over the warning
      * level. OPTIONAL: a site not running the capacity watch.
           SELECT OPTIONAL CapacityAlertFile
               ASSIGN TO "CapacityAlerts.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

           SELECT DigestRpt ASSIGN TO "MorningDigest.rpt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.
       FD JobQueueFile.
           COPY JOBQUEUE.

       FD CapacityAlertFile.
           COPY CAPALERT.

       FD DigestRpt.
       01 PrintLine PIC X(100).

           02 FILLER PIC X(8) VALUE " since ".
           02 LK-Since PIC 9(14).
       01 NoLockLine PIC X(30) VALUE "Stock lock: free".
       01 CapacityHeadLine PIC X(40)
           VALUE "Capacity over the warning level:".
       01 CapacityLine.
           02 FILLER PIC X(2) VALUE SPACES.
           02 CW-Name PIC X(25).
           02 CW-Used PIC Z,ZZZ,ZZ9.
           02 FILLER PIC X(4) VALUE " of ".
           02 CW-Limit PIC Z,ZZZ,ZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 CW-Pct PIC ZZ9.
           02 FILLER PIC X(8) VALUE "%  full ".
           02 CW-FullText PIC X(16).
       01 NoCapacityLine PIC X(30) VALUE "  (none)".
       01 CapacityWarnings PIC 9(3) VALUE ZERO.

       PROCEDURE DIVISION.
       Main.
           END-IF
           PERFORM CheckFileStatus

           PERFORM WriteCapacityWarnings

           CLOSE DigestRpt.

      * The night's capacity alerts, each table or file with its
      * usage and projected full date. Alerts from another day are
      * a capacity run that didn't happen last night and are left
      * out. Status "05" is the missing OPTIONAL file.
       WriteCapacityWarnings.
           MOVE "MorningDigest.rpt" TO WS-FileStatusName
           WRITE PrintLine FROM CapacityHeadLine
               AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus

           OPEN INPUT CapacityAlertFile
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "05"
               MOVE "CapacityAlerts.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF

           READ CapacityAlertFile
               AT END SET EndOfCapacityAlerts TO TRUE
           END-READ

           PERFORM UNTIL EndOfCapacityAlerts
               IF CA-Date = BusinessToday
                   ADD 1 TO CapacityWarnings
                   MOVE CA-Name TO CW-Name
                   MOVE CA-Used TO CW-Used
                   MOVE CA-Limit TO CW-Limit
                   MOVE CA-UsedPct TO CW-Pct
                   MOVE CA-FullText TO CW-FullText
                   MOVE "MorningDigest.rpt" TO WS-FileStatusName
                   WRITE PrintLine FROM CapacityLine
                       AFTER ADVANCING 1 LINE
                   PERFORM CheckFileStatus
               END-IF

               READ CapacityAlertFile
                   AT END SET EndOfCapacityAlerts TO TRUE
               END-READ
           END-PERFORM

           CLOSE CapacityAlertFile

           IF CapacityWarnings = 0
               MOVE "MorningDigest.rpt" TO WS-FileStatusName
               WRITE PrintLine FROM NoCapacityLine
                   AFTER ADVANCING 1 LINE
               PERFORM CheckFileStatus
           END-IF.


      * The business day this run stamps -- the control record the
      * batch driver sets each cycle, so a run after midnight or a
