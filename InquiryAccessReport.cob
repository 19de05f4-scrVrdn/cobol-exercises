       IDENTIFICATION DIVISION.
       PROGRAM-ID. InquiryAccessReport.
       AUTHOR. io.github.scrvrdn.
      * Monthly review of who has been looking at what. Every lookup
      * the inquiry programs answer -- student histories, receipts,
      * gadgets, document searches -- is logged on InquiryLog.dat
      * with the operator signed on at the time (see INQLOG). This
      * report takes one month of the log and shows, operator by
      * operator and key type by key type, how many lookups were
      * made, on how many days, the busiest day and how many
      * different records were looked at on it, and how many
      * lookups fell outside shop hours. An exceptions section then
      * lists the patterns worth a word with the operator: a day on
      * which one operator looked at more different records of one
      * kind than the browsing limit allows, every lookup made
      * outside shop hours, and how many lookups were made with
      * nobody signed on. Shop hours and the browsing limit are
      * site knobs on SiteParams.dat.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OPTIONAL: a site where nobody has looked anything up yet has
      * no log.
           SELECT OPTIONAL InquiryLogFile ASSIGN TO "InquiryLog.dat"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FileStatus.

           SELECT AccessReport ASSIGN TO "InquiryAccess.rpt"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FileStatus.

           SELECT SortWorkFile ASSIGN TO "InquiryAccessSort.dat".

      * The site's standing operational knobs, for shop hours and
      * the browsing limit. OPTIONAL: a missing file leaves the
      * compiled defaults standing.
           SELECT OPTIONAL SiteParamFile ASSIGN TO "SiteParams.dat"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FileStatus.

      * The business day this cycle stamps from, set by the batch
      * driver -- see BUSDATE.
           SELECT BusinessDateFile ASSIGN TO "BusinessDate.dat"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD BusinessDateFile.
           COPY BUSDATE.

       FD InquiryLogFile.
           COPY INQLOG.

       FD AccessReport.
       01 PrintLine PIC X(120).

       FD SiteParamFile.
           COPY SITEPARM.

      * One record per lookup logged in the month.
       SD SortWorkFile.
       01 SortWorkRec.
           02 SW-OperatorId PIC X(10).
           02 SW-KeyType PIC X(10).
           02 SW-Date PIC 9(8).
           02 SW-Key PIC X(60).
           02 SW-Time PIC 9(6).
           02 SW-TimeParts REDEFINES SW-Time.
              03 SW-Hour PIC 99.
              03 SW-Minute PIC 99.
              03 SW-Second PIC 99.
           02 SW-Program PIC X(25).

       WORKING-STORAGE SECTION.
       01 BusinessToday PIC 9(8) VALUE ZEROS.
       COPY FILESTAT.
       COPY RPTHEAD.

      * The month being reviewed (CCYYMM) -- defaults to the month
      * before the business month when the operator just presses
      * Enter, the month just closed.
       01 InquiryMonth PIC 9(6) VALUE ZEROS.
       01 WorkMonth PIC 9(6).
       01 WorkMonthParts REDEFINES WorkMonth.
           02 WorkYearNum PIC 9(4).
           02 WorkMonthNum PIC 9(2).

      * Shop hours: a lookup logged before the opening hour, or at
      * or after the closing hour, is out of hours. A day on which
      * one operator looks at more different keys of one kind than
      * the browsing limit is flagged. SiteParams.dat knobs
      * INQUIRY-OPEN-HOUR, INQUIRY-CLOSE-HOUR and
      * INQUIRY-BROWSE-LIMIT.
       01 OpenHour PIC 99 VALUE 8.
       01 CloseHour PIC 99 VALUE 18.
       01 BrowseLimit PIC 9(5) VALUE 25.

       01 SortDrainedFlag PIC X VALUE "N".
           88 SortDrained VALUE "Y".
       01 OperatorOpenFlag PIC X VALUE "N".
           88 OperatorOpen VALUE "Y".
       01 KeyTypeOpenFlag PIC X VALUE "N".
           88 KeyTypeOpen VALUE "Y".

       01 CurrentOperator PIC X(10).
       01 CurrentKeyType PIC X(10).
       01 CurrentDate PIC 9(8).
       01 PreviousKey PIC X(60).

       01 DayKeys PIC 9(5).
       01 TypeLookups PIC 9(7).
       01 TypeDays PIC 9(3).
       01 TypeOutOfHours PIC 9(7).
       01 BusiestDate PIC 9(8).
       01 BusiestDayKeys PIC 9(5).
       01 OperatorLookups PIC 9(7).
       01 OperatorOutOfHours PIC 9(7).
       01 TotalLookups PIC 9(7) VALUE ZERO.
       01 TotalOutOfHours PIC 9(7) VALUE ZERO.
       01 UnattributedLookups PIC 9(7) VALUE ZERO.
       01 OperatorCount PIC 9(4) VALUE ZERO.

      * The browsing limit as it reads in a heading, without the
      * edited picture's leading spaces.
       01 BrowseLimitEdited PIC ZZZZ9.
       01 BrowseLimitLead PIC 9.

      * The days flagged for heavy browsing, held until the
      * operator sections are printed.
       01 BrowseFlags.
           02 NumBrowseFlags PIC 9(3) VALUE ZERO.
           02 BrowseFlagEntry OCCURS 0 TO 200 TIMES
                    DEPENDING ON NumBrowseFlags.
              03 BF-OperatorId PIC X(10).
              03 BF-KeyType PIC X(10).
              03 BF-Date PIC 9(8).
              03 BF-DistinctKeys PIC 9(5).
       01 BrowseFlagSub PIC 9(3).
       01 BrowseFlagsOver PIC 9(5) VALUE ZERO.
       01 BrowseTableFullFlag PIC X VALUE "N".
           88 BrowseTableFull VALUE "Y".

      * Every out-of-hours lookup, held until the operator sections
      * are printed.
       01 OutOfHoursLookups.
           02 NumOutOfHours PIC 9(3) VALUE ZERO.
           02 OutOfHoursEntry OCCURS 0 TO 500 TIMES
                    DEPENDING ON NumOutOfHours.
              03 OH-Date PIC 9(8).
              03 OH-Time PIC 9(6).
              03 OH-OperatorId PIC X(10).
              03 OH-Program PIC X(25).
              03 OH-KeyType PIC X(10).
              03 OH-Key PIC X(60).
       01 OutOfHoursSub PIC 9(3).
       01 OutOfHoursTableFullFlag PIC X VALUE "N".
           88 OutOfHoursTableFull VALUE "Y".

       01 ReportHeading PIC X(40)
           VALUE "Inquiry Access Report".
       01 MonthLine.
           02 FILLER PIC X(14) VALUE "For the month ".
           02 ML-Month PIC 9(6).
       01 HoursLine.
           02 FILLER PIC X(11) VALUE "Shop hours ".
           02 HL-OpenHour PIC 99.
           02 FILLER PIC X(7) VALUE ":00 to ".
           02 HL-CloseHour PIC 99.
           02 FILLER PIC X(3) VALUE ":00".
           02 HL-BrowseText PIC X(70).
       01 OperatorHeadLine.
           02 FILLER PIC X(9) VALUE "Operator ".
           02 OP-OperatorId PIC X(14).
           02 OP-Note PIC X(30).
       01 AccessColHeads.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(12) VALUE "Key type".
           02 FILLER PIC X(10) VALUE "   Lookups".
           02 FILLER PIC X(7) VALUE "   Days".
           02 FILLER PIC X(14) VALUE "  Busiest day".
           02 FILLER PIC X(15) VALUE "  Keys that day".
           02 FILLER PIC X(14) VALUE "  Out of hours".
       01 AccessLine.
           02 FILLER PIC X(4) VALUE SPACES.
           02 AL-KeyType PIC X(10).
           02 FILLER PIC X(2) VALUE SPACES.
           02 AL-Lookups PIC Z,ZZZ,ZZ9.
           02 FILLER PIC X(4) VALUE SPACES.
           02 AL-Days PIC ZZ9.
           02 FILLER PIC X(6) VALUE SPACES.
           02 AL-BusiestDate PIC 9(8).
           02 FILLER PIC X(10) VALUE SPACES.
           02 AL-BusiestDayKeys PIC ZZZZ9.
           02 FILLER PIC X(5) VALUE SPACES.
           02 AL-OutOfHours PIC Z,ZZZ,ZZ9.
       01 OperatorTotalLine.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(12) VALUE "Total".
           02 OT-Lookups PIC Z,ZZZ,ZZ9.
           02 FILLER PIC X(41) VALUE SPACES.
           02 OT-OutOfHours PIC Z,ZZZ,ZZ9.
       01 NoActivityLine PIC X(50)
           VALUE "  (no inquiries logged this month)".

       01 ExceptionsHeading PIC X(40) VALUE "Exceptions".
       01 BrowseHeadLine PIC X(80).
       01 BrowseColHeads.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(12) VALUE "Operator".
           02 FILLER PIC X(12) VALUE "Key type".
           02 FILLER PIC X(10) VALUE "Date".
           02 FILLER PIC X(14) VALUE "Different keys".
       01 BrowseLine.
           02 FILLER PIC X(4) VALUE SPACES.
           02 BL-OperatorId PIC X(10).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BL-KeyType PIC X(10).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BL-Date PIC 9(8).
           02 FILLER PIC X(7) VALUE SPACES.
           02 BL-DistinctKeys PIC ZZZZ9.
       01 OutOfHoursHeadLine PIC X(40)
           VALUE "Lookups outside shop hours".
       01 OutOfHoursColHeads.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(19) VALUE "Date     Time".
           02 FILLER PIC X(12) VALUE "Operator".
           02 FILLER PIC X(24) VALUE "Program".
           02 FILLER PIC X(12) VALUE "Key type".
           02 FILLER PIC X(3) VALUE "Key".
       01 OutOfHoursLine.
           02 FILLER PIC X(4) VALUE SPACES.
           02 OL-Date PIC 9(8).
           02 FILLER PIC X VALUE SPACES.
           02 OL-Hour PIC 99.
           02 FILLER PIC X VALUE ":".
           02 OL-Minute PIC 99.
           02 FILLER PIC X VALUE ":".
           02 OL-Second PIC 99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 OL-OperatorId PIC X(10).
           02 FILLER PIC X(2) VALUE SPACES.
           02 OL-Program PIC X(22).
           02 FILLER PIC X(2) VALUE SPACES.
           02 OL-KeyType PIC X(10).
           02 FILLER PIC X(2) VALUE SPACES.
           02 OL-Key PIC X(40).
       01 NoExceptionLine PIC X(20) VALUE "    (none)".
       01 OverflowLine.
           02 FILLER PIC X(4) VALUE SPACES.
           02 OV-Count PIC ZZ,ZZ9.
           02 FILLER PIC X(40)
               VALUE " more not listed -- see InquiryLog.dat".
       01 UnattributedLine.
           02 FILLER PIC X(33)
               VALUE "Lookups with nobody signed on:  ".
           02 UL-Count PIC Z,ZZZ,ZZ9.
       01 TotalLookupsLine.
           02 FILLER PIC X(33)
               VALUE "Lookups in the month:           ".
           02 TL-Lookups PIC Z,ZZZ,ZZ9.
       01 TotalOutOfHoursLine.
           02 FILLER PIC X(33)
               VALUE "Lookups outside shop hours:     ".
           02 TL-OutOfHours PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       Main.
           PERFORM GetBusinessDate
           PERFORM LoadSiteParams

           DISPLAY "Inquiry month (CCYYMM, Enter for last) - "
               WITH NO ADVANCING
           ACCEPT InquiryMonth
           IF InquiryMonth = ZEROS
               MOVE BusinessToday(1:6) TO WorkMonth
               PERFORM StepBackOneMonth
               MOVE WorkMonth TO InquiryMonth
           END-IF

           OPEN OUTPUT AccessReport
           MOVE "InquiryAccess.rpt" TO WS-FileStatusName
           PERFORM CheckFileStatus

           MOVE BusinessToday TO RptRunDate
           MOVE RptRunDate(5:2) TO RptStampMonth
           MOVE RptRunDate(7:2) TO RptStampDay
           MOVE RptRunDate(1:4) TO RptStampYear
           MOVE RptPageNumber TO RptStampPage
           WRITE PrintLine FROM RptHeadingStamp AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus
           WRITE PrintLine FROM ReportHeading AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus
           MOVE InquiryMonth TO ML-Month
           WRITE PrintLine FROM MonthLine AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus
           MOVE OpenHour TO HL-OpenHour
           MOVE CloseHour TO HL-CloseHour
           MOVE BrowseLimit TO BrowseLimitEdited
           MOVE ZERO TO BrowseLimitLead
           INSPECT BrowseLimitEdited
               TALLYING BrowseLimitLead FOR LEADING SPACES
           MOVE SPACES TO HL-BrowseText
           STRING "; browsing flagged over " DELIMITED BY SIZE
                  BrowseLimitEdited(BrowseLimitLead + 1:)
                      DELIMITED BY SIZE
                  " different keys a day" DELIMITED BY SIZE
               INTO HL-BrowseText
           END-STRING
           WRITE PrintLine FROM HoursLine AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus

           SORT SortWorkFile
               ON ASCENDING KEY SW-OperatorId SW-KeyType SW-Date
                                SW-Key
               INPUT PROCEDURE IS ReleaseMonthInquiries
               OUTPUT PROCEDURE IS BreakOnOperators

           MOVE "InquiryAccess.rpt" TO WS-FileStatusName
           IF OperatorCount = 0
               WRITE PrintLine FROM NoActivityLine
                   AFTER ADVANCING 2 LINES
               PERFORM CheckFileStatus
           END-IF

           PERFORM PrintExceptions

           MOVE TotalLookups TO TL-Lookups
           WRITE PrintLine FROM TotalLookupsLine
               AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus
           MOVE TotalOutOfHours TO TL-OutOfHours
           WRITE PrintLine FROM TotalOutOfHoursLine
               AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus

           CLOSE AccessReport

           DISPLAY "Inquiry month:          " InquiryMonth
           DISPLAY "Lookups reviewed:       " TotalLookups
           DISPLAY "Operators reported:     " OperatorCount
           DISPLAY "Heavy browsing days:    " BrowseFlagsOver
           DISPLAY "Out-of-hours lookups:   " TotalOutOfHours
           DISPLAY "Nobody signed on:       " UnattributedLookups
           STOP RUN.

      * Checks WS-FileStatus after an OPEN/READ/WRITE against
      * WS-FileStatusName (set by the caller immediately beforehand),
      * so a missing or unreadable file gives a readable message
      * instead of a raw COBOL abend. "00" is success and "10" is the
      * normal at-end condition already handled by the READ's own AT
      * END clause -- anything else is treated as fatal.
       CheckFileStatus.
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "10"
              DISPLAY "File error on " WS-FileStatusName
                  " - status " WS-FileStatus
              DISPLAY "Run aborted"
              STOP RUN
           END-IF.

       StepBackOneMonth.
           IF WorkMonthNum = 1
               SUBTRACT 1 FROM WorkYearNum
               MOVE 12 TO WorkMonthNum
           ELSE
               SUBTRACT 1 FROM WorkMonthNum
           END-IF.

      * Reads the site parameter file, taking shop hours and the
      * browsing limit. Status "05" is the missing OPTIONAL file.
      * Hours that leave no shop day at all are ignored in favour of
      * the defaults.
       LoadSiteParams.
           OPEN INPUT SiteParamFile
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "05"
               MOVE "SiteParams.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF

           READ SiteParamFile
               AT END SET EndOfSiteParams TO TRUE
           END-READ

           PERFORM UNTIL EndOfSiteParams
               IF SP-ParamName = "INQUIRY-OPEN-HOUR"
                  AND FUNCTION TEST-NUMVAL(SP-ParamValue) = 0
                  AND FUNCTION NUMVAL(SP-ParamValue) >= 0
                  AND FUNCTION NUMVAL(SP-ParamValue) <= 23
                   COMPUTE OpenHour = FUNCTION NUMVAL(SP-ParamValue)
               END-IF
               IF SP-ParamName = "INQUIRY-CLOSE-HOUR"
                  AND FUNCTION TEST-NUMVAL(SP-ParamValue) = 0
                  AND FUNCTION NUMVAL(SP-ParamValue) >= 1
                  AND FUNCTION NUMVAL(SP-ParamValue) <= 24
                   COMPUTE CloseHour = FUNCTION NUMVAL(SP-ParamValue)
               END-IF
               IF SP-ParamName = "INQUIRY-BROWSE-LIMIT"
                  AND FUNCTION TEST-NUMVAL(SP-ParamValue) = 0
                  AND FUNCTION NUMVAL(SP-ParamValue) >= 1
                  AND FUNCTION NUMVAL(SP-ParamValue) <= 99999
                   COMPUTE BrowseLimit =
                       FUNCTION NUMVAL(SP-ParamValue)
               END-IF

               READ SiteParamFile
                   AT END SET EndOfSiteParams TO TRUE
               END-READ
           END-PERFORM

           CLOSE SiteParamFile

           IF CloseHour NOT > OpenHour
               DISPLAY "Warning: INQUIRY-CLOSE-HOUR is not after "
                   "INQUIRY-OPEN-HOUR - shop hours 08:00 to 18:00 "
                   "used"
               MOVE 8 TO OpenHour
               MOVE 18 TO CloseHour
           END-IF.

      * Releases the month's logged lookups. Nobody signed on sorts
      * first, under a blank operator.
       ReleaseMonthInquiries.
           OPEN INPUT InquiryLogFile
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "05"
               MOVE "InquiryLog.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF

           READ InquiryLogFile
               AT END SET EndOfInquiryLog TO TRUE
           END-READ

           PERFORM UNTIL EndOfInquiryLog
               IF IL-Timestamp(1:6) = InquiryMonth
                   MOVE IL-OperatorId TO SW-OperatorId
                   MOVE IL-KeyType TO SW-KeyType
                   MOVE IL-Timestamp(1:8) TO SW-Date
                   MOVE IL-Key TO SW-Key
                   MOVE IL-Timestamp(9:6) TO SW-Time
                   MOVE IL-Program TO SW-Program
                   RELEASE SortWorkRec
               END-IF

               READ InquiryLogFile
                   AT END SET EndOfInquiryLog TO TRUE
               END-READ
           END-PERFORM

           CLOSE InquiryLogFile.

      * Walks the sorted lookups breaking on operator and, within
      * the operator, on key type: one line per key type and the
      * operator's totals when the operator breaks. Within a key
      * type the lookups come day by day with each day's keys
      * together, so a change of key is one more different record
      * looked at that day.
       BreakOnOperators.
           RETURN SortWorkFile
               AT END SET SortDrained TO TRUE
           END-RETURN

           PERFORM UNTIL SortDrained
               IF NOT OperatorOpen
                   PERFORM OpenOperatorGroup
                   PERFORM OpenKeyTypeGroup
               ELSE
                   IF SW-OperatorId NOT = CurrentOperator
                       PERFORM CloseKeyTypeGroup
                       PERFORM CloseOperatorGroup
                       PERFORM OpenOperatorGroup
                       PERFORM OpenKeyTypeGroup
                   ELSE
                       IF SW-KeyType NOT = CurrentKeyType
                           PERFORM CloseKeyTypeGroup
                           PERFORM OpenKeyTypeGroup
                       END-IF
                   END-IF
               END-IF

               IF SW-Date NOT = CurrentDate
                   PERFORM CloseDay
                   MOVE SW-Date TO CurrentDate
                   ADD 1 TO TypeDays
               END-IF
               IF DayKeys = 0 OR SW-Key NOT = PreviousKey
                   ADD 1 TO DayKeys
                   MOVE SW-Key TO PreviousKey
               END-IF

               ADD 1 TO TypeLookups
               IF SW-OperatorId = SPACES
                   ADD 1 TO UnattributedLookups
               END-IF
               IF SW-Hour < OpenHour OR SW-Hour NOT < CloseHour
                   PERFORM NoteOutOfHours
               END-IF

               RETURN SortWorkFile
                   AT END SET SortDrained TO TRUE
               END-RETURN
           END-PERFORM

           IF OperatorOpen
               PERFORM CloseKeyTypeGroup
               PERFORM CloseOperatorGroup
           END-IF.

       OpenOperatorGroup.
           SET OperatorOpen TO TRUE
           ADD 1 TO OperatorCount
           MOVE SW-OperatorId TO CurrentOperator
           MOVE ZEROS TO OperatorLookups, OperatorOutOfHours

           IF CurrentOperator = SPACES
               MOVE "(none)" TO OP-OperatorId
               MOVE "nobody signed on" TO OP-Note
           ELSE
               MOVE CurrentOperator TO OP-OperatorId
               MOVE SPACES TO OP-Note
           END-IF
           MOVE "InquiryAccess.rpt" TO WS-FileStatusName
           WRITE PrintLine FROM OperatorHeadLine
               AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus
           WRITE PrintLine FROM AccessColHeads
               AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus.

       OpenKeyTypeGroup.
           SET KeyTypeOpen TO TRUE
           MOVE SW-KeyType TO CurrentKeyType
           MOVE ZEROS TO TypeLookups, TypeDays, TypeOutOfHours
           MOVE ZEROS TO BusiestDate, BusiestDayKeys
           MOVE ZEROS TO CurrentDate, DayKeys
           MOVE SPACES TO PreviousKey.

      * The day just finished: the busiest so far if it looked at
      * the most different keys, and flagged if it looked at more
      * than the browsing limit allows.
       CloseDay.
           IF DayKeys > BusiestDayKeys
               MOVE DayKeys TO BusiestDayKeys
               MOVE CurrentDate TO BusiestDate
           END-IF

           IF DayKeys > BrowseLimit
               ADD 1 TO BrowseFlagsOver
               IF NumBrowseFlags < 200
                   ADD 1 TO NumBrowseFlags
                   MOVE CurrentOperator
                       TO BF-OperatorId(NumBrowseFlags)
                   MOVE CurrentKeyType TO BF-KeyType(NumBrowseFlags)
                   MOVE CurrentDate TO BF-Date(NumBrowseFlags)
                   MOVE DayKeys TO BF-DistinctKeys(NumBrowseFlags)
               ELSE
                   IF NOT BrowseTableFull
                       DISPLAY "Warning: more than 200 heavy "
                           "browsing days - only the first 200 are "
                           "listed"
                       SET BrowseTableFull TO TRUE
                   END-IF
               END-IF
           END-IF

           MOVE ZEROS TO DayKeys
           MOVE SPACES TO PreviousKey.

       NoteOutOfHours.
           ADD 1 TO TypeOutOfHours
           IF NumOutOfHours < 500
               ADD 1 TO NumOutOfHours
               MOVE SW-Date TO OH-Date(NumOutOfHours)
               MOVE SW-Time TO OH-Time(NumOutOfHours)
               MOVE SW-OperatorId TO OH-OperatorId(NumOutOfHours)
               MOVE SW-Program TO OH-Program(NumOutOfHours)
               MOVE SW-KeyType TO OH-KeyType(NumOutOfHours)
               MOVE SW-Key TO OH-Key(NumOutOfHours)
           ELSE
               IF NOT OutOfHoursTableFull
                   DISPLAY "Warning: more than 500 out-of-hours "
                       "lookups - only the first 500 are listed"
                   SET OutOfHoursTableFull TO TRUE
               END-IF
           END-IF.

       CloseKeyTypeGroup.
           PERFORM CloseDay
           ADD TypeLookups TO OperatorLookups
           ADD TypeOutOfHours TO OperatorOutOfHours

           MOVE CurrentKeyType TO AL-KeyType
           MOVE TypeLookups TO AL-Lookups
           MOVE TypeDays TO AL-Days
           MOVE BusiestDate TO AL-BusiestDate
           MOVE BusiestDayKeys TO AL-BusiestDayKeys
           MOVE TypeOutOfHours TO AL-OutOfHours
           MOVE "InquiryAccess.rpt" TO WS-FileStatusName
           WRITE PrintLine FROM AccessLine AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus
           MOVE "N" TO KeyTypeOpenFlag.

       CloseOperatorGroup.
           ADD OperatorLookups TO TotalLookups
           ADD OperatorOutOfHours TO TotalOutOfHours

           MOVE OperatorLookups TO OT-Lookups
           MOVE OperatorOutOfHours TO OT-OutOfHours
           MOVE "InquiryAccess.rpt" TO WS-FileStatusName
           WRITE PrintLine FROM OperatorTotalLine
               AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus
           MOVE "N" TO OperatorOpenFlag.

      * The patterns worth a word with the operator: heavy browsing
      * days, every lookup outside shop hours, and the lookups made
      * with nobody signed on, which no-one can be asked about.
       PrintExceptions.
           MOVE "InquiryAccess.rpt" TO WS-FileStatusName
           WRITE PrintLine FROM ExceptionsHeading
               AFTER ADVANCING 3 LINES
           PERFORM CheckFileStatus

           MOVE SPACES TO BrowseHeadLine
           STRING "Heavy browsing -- more than " DELIMITED BY SIZE
                  BrowseLimitEdited(BrowseLimitLead + 1:)
                      DELIMITED BY SIZE
                  " different keys of one kind in a day"
                      DELIMITED BY SIZE
               INTO BrowseHeadLine
           END-STRING
           WRITE PrintLine FROM BrowseHeadLine AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus
           IF NumBrowseFlags = 0
               WRITE PrintLine FROM NoExceptionLine
                   AFTER ADVANCING 1 LINE
               PERFORM CheckFileStatus
           ELSE
               WRITE PrintLine FROM BrowseColHeads
                   AFTER ADVANCING 1 LINE
               PERFORM CheckFileStatus
               PERFORM VARYING BrowseFlagSub FROM 1 BY 1
                       UNTIL BrowseFlagSub > NumBrowseFlags
                   IF BF-OperatorId(BrowseFlagSub) = SPACES
                       MOVE "(none)" TO BL-OperatorId
                   ELSE
                       MOVE BF-OperatorId(BrowseFlagSub)
                           TO BL-OperatorId
                   END-IF
                   MOVE BF-KeyType(BrowseFlagSub) TO BL-KeyType
                   MOVE BF-Date(BrowseFlagSub) TO BL-Date
                   MOVE BF-DistinctKeys(BrowseFlagSub)
                       TO BL-DistinctKeys
                   WRITE PrintLine FROM BrowseLine
                       AFTER ADVANCING 1 LINE
                   PERFORM CheckFileStatus
               END-PERFORM
               IF BrowseFlagsOver > NumBrowseFlags
                   COMPUTE OV-Count = BrowseFlagsOver - NumBrowseFlags
                   WRITE PrintLine FROM OverflowLine
                       AFTER ADVANCING 1 LINE
                   PERFORM CheckFileStatus
               END-IF
           END-IF

           WRITE PrintLine FROM OutOfHoursHeadLine
               AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus
           IF NumOutOfHours = 0
               WRITE PrintLine FROM NoExceptionLine
                   AFTER ADVANCING 1 LINE
               PERFORM CheckFileStatus
           ELSE
               WRITE PrintLine FROM OutOfHoursColHeads
                   AFTER ADVANCING 1 LINE
               PERFORM CheckFileStatus
               PERFORM VARYING OutOfHoursSub FROM 1 BY 1
                       UNTIL OutOfHoursSub > NumOutOfHours
                   PERFORM PrintOneOutOfHours
               END-PERFORM
               IF TotalOutOfHours > NumOutOfHours
                   COMPUTE OV-Count = TotalOutOfHours - NumOutOfHours
                   WRITE PrintLine FROM OverflowLine
                       AFTER ADVANCING 1 LINE
                   PERFORM CheckFileStatus
               END-IF
           END-IF

           MOVE UnattributedLookups TO UL-Count
           WRITE PrintLine FROM UnattributedLine
               AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus.

       PrintOneOutOfHours.
           MOVE OH-Date(OutOfHoursSub) TO OL-Date
           MOVE OH-Time(OutOfHoursSub)(1:2) TO OL-Hour
           MOVE OH-Time(OutOfHoursSub)(3:2) TO OL-Minute
           MOVE OH-Time(OutOfHoursSub)(5:2) TO OL-Second
           IF OH-OperatorId(OutOfHoursSub) = SPACES
               MOVE "(none)" TO OL-OperatorId
           ELSE
               MOVE OH-OperatorId(OutOfHoursSub) TO OL-OperatorId
           END-IF
           MOVE OH-Program(OutOfHoursSub) TO OL-Program
           MOVE OH-KeyType(OutOfHoursSub) TO OL-KeyType
           MOVE OH-Key(OutOfHoursSub) TO OL-Key
           WRITE PrintLine FROM OutOfHoursLine AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus.


      * The business day this run stamps -- the control record the
      * batch driver sets each cycle, so a run after midnight or a
      * rerun stamps the day it belongs to. Falls back to the
      * calendar date when no control record exists.
       GetBusinessDate.
           MOVE FUNCTION CURRENT-DATE(1:8) TO BusinessToday
           OPEN INPUT BusinessDateFile
           IF WS-FileStatus = "00"
               READ BusinessDateFile
                   NOT AT END
                       IF BD-BusinessDate NUMERIC
                          AND BD-BusinessDate > 0
                           MOVE BD-BusinessDate TO BusinessToday
                       END-IF
               END-READ
               CLOSE BusinessDateFile
           END-IF.
