      * than slow lines, and nothing left longer than the backstop
      * interval -- prints the worksheet for the counters, and
      * records each listed gadget on CountSchedule.dat so next
      * week's run rotates on to the others. Once AbcClassification
      * has run, a gadget's ABC class sets how often it comes round.
      * The counted results feed the existing PhysicalCount.dat
      * process unchanged.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

      * Each gadget's ABC class off the last AbcClassification run.
      * OPTIONAL: until the first run, every gadget is scheduled on
      * its holding value alone.
           SELECT OPTIONAL AbcClassFile ASSIGN TO "AbcClass.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-GadgedID
               FILE STATUS IS WS-FileStatus.

           SELECT WorksheetFile ASSIGN TO "CycleCountWorksheet.rpt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.
           02 CS-GadgedID PIC 9(6).
           02 CS-LastCountedDate PIC 9(8).

       FD AbcClassFile.
           COPY ABCCLASS.

       FD WorksheetFile.
       01 PrintLine PIC X(70).


      * A holding worth this much or more counts every
      * HighValueWeeks weeks; everything else every StandardWeeks,
      * with MaxWeeksBetween as the never-missed backstop. A
      * classified gadget counts every AClassWeeks, BClassWeeks or
      * StandardWeeks by its class -- but never less often than its
      * holding value alone would have it counted.
       01 HighValueThreshold PIC 9(6)V99 VALUE 1000.00.
       01 HighValueWeeks PIC 99 VALUE 4.
       01 AClassWeeks PIC 99 VALUE 4.
       01 BClassWeeks PIC 99 VALUE 8.
       01 StandardWeeks PIC 99 VALUE 12.
       01 MaxWeeksBetween PIC 99 VALUE 26.

       01 FoundScheduleIdx PIC 9(4).
       01 SchedScanIdx PIC 9(4).

       01 GadgetClass PIC X.
           88 GadgetClassA VALUE "A".
           88 GadgetClassB VALUE "B".
           88 GadgetUnclassified VALUE SPACE.

       01 GadgetsWalked PIC 9(6) VALUE ZERO.
       01 GadgetsListed PIC 9(6) VALUE ZERO.

           02 FILLER PIC X(10) VALUE "GadgedID".
           02 FILLER PIC X(32) VALUE "GadgetName".
           02 FILLER PIC X(12) VALUE "LastCounted".
           02 FILLER PIC X(6) VALUE "Class".
           02 FILLER PIC X(8) VALUE "Counted:".
      * The worksheet runs in GadgedID order, the same order the
      * gadgets sit on the shelf labels, so the counters walk the
           02 FILLER PIC X(2) VALUE SPACES.
           02 WL-LastCounted PIC 9(8).
           02 FILLER PIC X(4) VALUE SPACES.
           02 WL-Class PIC X.
           02 FILLER PIC X(5) VALUE SPACES.
           02 FILLER PIC X(8) VALUE "________".

       PROCEDURE DIVISION.
           MOVE "GadgetStock.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

      * Status "05" is the missing OPTIONAL class file.
           OPEN INPUT AbcClassFile
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "05"
               MOVE "AbcClass.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF

           OPEN OUTPUT WorksheetFile
           MOVE "CycleCountWorksheet.rpt" TO WS-FileStatusName
           PERFORM CheckFileStatus
           END-PERFORM

           CLOSE StockFile
           CLOSE AbcClassFile
           CLOSE WorksheetFile

           PERFORM WriteCountSchedule
      * Decides whether the gadget in the stock record area is due
      * this week: a high-value holding every HighValueWeeks, a
      * standard line every StandardWeeks, and anything unseen for
      * MaxWeeksBetween regardless. A classified gadget is due by
      * its class instead, unless its holding value calls for more
      * often. A gadget with no schedule entry has never been
      * counted and is always due.
       ConsiderGadget.
           PERFORM ReadGadgetClass
           EVALUATE TRUE
               WHEN GadgetClassA
                   MOVE AClassWeeks TO DueWeeks
               WHEN GadgetClassB
                   MOVE BClassWeeks TO DueWeeks
               WHEN OTHER
                   MOVE StandardWeeks TO DueWeeks
           END-EVALUATE

           COMPUTE HoldingValue = QtyInStock * Price
           IF HoldingValue NOT < HighValueThreshold
              AND HighValueWeeks < DueWeeks
               MOVE HighValueWeeks TO DueWeeks
           END-IF

           PERFORM FindScheduleEntry
               END-IF
           END-IF.

      * The gadget's class off AbcClass.dat, blank when it has none
      * or no classification run has been made.
       ReadGadgetClass.
           MOVE SPACE TO GadgetClass
           MOVE GadgedID TO AC-GadgedID
           READ AbcClassFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE AC-Class TO GadgetClass
           END-READ

           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
              AND WS-FileStatus NOT = "05"
              AND WS-FileStatus NOT = "49"
              MOVE "AbcClass.dat" TO WS-FileStatusName
              PERFORM CheckFileStatus
           END-IF.

       FindScheduleEntry.
           MOVE ZEROS TO FoundScheduleIdx
           SET Sched-Idx TO 1
           ADD 1 TO GadgetsListed
           MOVE GadgedID TO WL-GadgedID
           MOVE GadgetName TO WL-GadgetName
           MOVE GadgetClass TO WL-Class
           IF FoundScheduleIdx > 0
               MOVE ST-LastCountedDate(FoundScheduleIdx)
                   TO WL-LastCounted
