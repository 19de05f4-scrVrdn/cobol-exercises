       IDENTIFICATION DIVISION.
       PROGRAM-ID. TradeAgedDebtReport.
       AUTHOR. io.github.scrvrdn.
      * The shop's chase list for the charge accounts, done the way
      * the bursar's AgedDebtReport does tuition: every open item on
      * CustomerOpenItems.dat aged from its item date into the
      * current / 31-60 / 61-90 / over-90 bands, summed per
      * customer. Alongside the report it writes the reminder
      * letters -- a first reminder once anything is over thirty
      * days, a second over sixty, a final notice over ninety --
      * each grade sent once as the debt ages, and puts an account
      * with anything over ninety days on stop so the till refuses
      * to charge it more. An account whose old debt has been paid
      * comes off stop on the next run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustomerFile ASSIGN TO "CustomerMaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CustomerNumber
               FILE STATUS IS WS-FileStatus.

           SELECT OpenItemFile ASSIGN TO "CustomerOpenItems.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OI-Key
               FILE STATUS IS WS-FileStatus.

           SELECT AgedDebtRpt ASSIGN TO "TradeAgedDebt.rpt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

      * One letter per page, ready to print and post.
           SELECT LetterRpt ASSIGN TO "ReminderLetters.rpt"
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

       FD CustomerFile.
           COPY CUSTREC.

       FD OpenItemFile.
           COPY OPENITEM.

       FD AgedDebtRpt.
       01 PrintLine PIC X(100).

       FD LetterRpt.
       01 LetterLine PIC X(72).

       WORKING-STORAGE SECTION.
       01 BusinessToday PIC 9(8) VALUE ZEROS.
       COPY FILESTAT.
       COPY RPTHEAD.

       01 TodayInteger PIC 9(8).
       01 AgeDays PIC S9(7).
       01 BandIdx PIC 9.

      * The customer in hand: open items summed into the four age
      * bands, the grade of letter the oldest band calls for, and
      * whether the master record needs writing back.
       01 CustomerBand PIC 9(8)V99 OCCURS 4 TIMES.
       01 CustomerOpenTotal PIC 9(9)V99.
       01 DebtGrade PIC 9.
       01 PriorReminderLevel PIC 9.
       01 CustomerChangedFlag PIC X.
           88 CustomerChanged VALUE "Y".
       01 CustomerItemsDoneFlag PIC X.
           88 CustomerItemsDone VALUE "Y".

       01 DebtorCount PIC 9(5) VALUE ZERO.
       01 LettersWritten PIC 9(5) VALUE ZERO.
       01 AccountsStopped PIC 9(5) VALUE ZERO.
       01 AccountsLifted PIC 9(5) VALUE ZERO.
       01 TotalBand PIC 9(9)V99 OCCURS 4 TIMES.
       01 TotalOutstanding PIC 9(10)V99 VALUE ZERO.
       01 FirstLetterFlag PIC X VALUE "Y".
           88 FirstLetter VALUE "Y".

       01 ReportHeading PIC X(36)
           VALUE "Aged Trade Debt By Account".
       01 DebtColHeads.
           02 FILLER PIC X(8) VALUE "Account".
           02 FILLER PIC X(22) VALUE "Customer".
           02 FILLER PIC X(12) VALUE "Current".
           02 FILLER PIC X(12) VALUE "31-60".
           02 FILLER PIC X(12) VALUE "61-90".
           02 FILLER PIC X(12) VALUE "Over 90".
           02 FILLER PIC X(14) VALUE "Total".
       01 DebtLine.
           02 DL-CustomerNumber PIC 9(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 DL-CustomerName PIC X(20).
           02 FILLER PIC X(1) VALUE SPACES.
           02 DL-Band1 PIC ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 DL-Band2 PIC ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 DL-Band3 PIC ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 DL-Band4 PIC ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 DL-Total PIC Z,ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 DL-StopFlag PIC X(4).
       01 NoDebtLine PIC X(40)
           VALUE "  (no open items on any account)".
       01 DebtTotalLine.
           02 FILLER PIC X(29) VALUE "Totals".
           02 DT-Band1 PIC ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 DT-Band2 PIC ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 DT-Band3 PIC ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 DT-Band4 PIC ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 DT-Total PIC Z,ZZZ,ZZ9.99.
       01 DebtSummary.
           02 FILLER PIC X(18) VALUE "Letters written: ".
           02 DS-Letters PIC ZZZZ9.
           02 FILLER PIC X(20) VALUE "  Accounts stopped: ".
           02 DS-Stopped PIC ZZZZ9.
           02 FILLER PIC X(16) VALUE "  Stops lifted: ".
           02 DS-Lifted PIC ZZZZ9.

      * The reminder letter: address block, a grade-dependent
      * opening, the overdue items, and the total overdue.
       01 LetterDateLine.
           02 FILLER PIC X(50) VALUE SPACES.
           02 LD-Date PIC 9(8).
       01 LetterAccountLine.
           02 FILLER PIC X(9) VALUE "Account ".
           02 LA-CustomerNumber PIC 9(6).
       01 LetterGradeText PIC X(72) OCCURS 3 TIMES.
       01 LetterItemHeads.
           02 FILLER PIC X(12) VALUE "Date".
           02 FILLER PIC X(12) VALUE "Reference".
           02 FILLER PIC X(14) VALUE "Amount".
           02 FILLER PIC X(14) VALUE "Still owing".
           02 FILLER PIC X(6) VALUE "Days".
       01 LetterItemLine.
           02 LI-Date PIC 9(8).
           02 FILLER PIC X(4) VALUE SPACES.
           02 LI-ItemType PIC X.
           02 LI-ItemRef PIC 9(8).
           02 FILLER PIC X(3) VALUE SPACES.
           02 LI-Amount PIC Z,ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 LI-Outstanding PIC Z,ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 LI-Days PIC ZZZZ9.
       01 LetterOverdue PIC 9(9)V99.
       01 LetterTotalLine.
           02 FILLER PIC X(24) VALUE "Total now overdue:".
           02 LT-Total PIC Z,ZZZ,ZZ9.99.
       01 LetterStopLine PIC X(72) VALUE
           "Your account has been placed on stop until this is paid.".
       01 LetterCloseLine PIC X(72) VALUE
           "If payment is already on its way, please ignore this.".

       PROCEDURE DIVISION.
       Main.
           PERFORM GetBusinessDate
           COMPUTE TodayInteger =
               FUNCTION INTEGER-OF-DATE(BusinessToday)

           MOVE "This is a reminder that the items below are now thirty"
               TO LetterGradeText(1)
           MOVE "SECOND REMINDER: the items below are over sixty days"
               TO LetterGradeText(2)
           MOVE "FINAL NOTICE: the items below are over ninety days"
               TO LetterGradeText(3)
           MOVE ZEROS TO TotalBand(1), TotalBand(2), TotalBand(3),
               TotalBand(4)

           OPEN I-O CustomerFile
           IF WS-FileStatus = "35"
               DISPLAY "No CustomerMaster.dat on file - no accounts "
                   "to age"
               STOP RUN
           END-IF
           MOVE "CustomerMaster.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN INPUT OpenItemFile
           IF WS-FileStatus = "35"
               DISPLAY "No CustomerOpenItems.dat on file - nothing "
                   "charged to any account yet"
               CLOSE CustomerFile
               STOP RUN
           END-IF
           MOVE "CustomerOpenItems.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN OUTPUT AgedDebtRpt
           MOVE "TradeAgedDebt.rpt" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN OUTPUT LetterRpt
           MOVE "ReminderLetters.rpt" TO WS-FileStatusName
           PERFORM CheckFileStatus

           MOVE BusinessToday TO RptRunDate
           MOVE RptRunDate(5:2) TO RptStampMonth
           MOVE RptRunDate(7:2) TO RptStampDay
           MOVE RptRunDate(1:4) TO RptStampYear
           MOVE RptPageNumber TO RptStampPage
           MOVE "TradeAgedDebt.rpt" TO WS-FileStatusName
           WRITE PrintLine FROM RptHeadingStamp AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus
           WRITE PrintLine FROM ReportHeading AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus
           WRITE PrintLine FROM DebtColHeads AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus

           READ CustomerFile NEXT RECORD
               AT END SET EndOfCustomerFile TO TRUE
           END-READ
           MOVE "CustomerMaster.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           PERFORM UNTIL EndOfCustomerFile
               PERFORM AgeOneCustomer

               READ CustomerFile NEXT RECORD
                   AT END SET EndOfCustomerFile TO TRUE
               END-READ
               MOVE "CustomerMaster.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-PERFORM

           MOVE "TradeAgedDebt.rpt" TO WS-FileStatusName
           IF DebtorCount = 0
               WRITE PrintLine FROM NoDebtLine AFTER ADVANCING 1 LINE
               PERFORM CheckFileStatus
           END-IF

           MOVE TotalBand(1) TO DT-Band1
           MOVE TotalBand(2) TO DT-Band2
           MOVE TotalBand(3) TO DT-Band3
           MOVE TotalBand(4) TO DT-Band4
           MOVE TotalOutstanding TO DT-Total
           WRITE PrintLine FROM DebtTotalLine AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus

           MOVE LettersWritten TO DS-Letters
           MOVE AccountsStopped TO DS-Stopped
           MOVE AccountsLifted TO DS-Lifted
           WRITE PrintLine FROM DebtSummary AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus

           CLOSE CustomerFile
           CLOSE OpenItemFile
           CLOSE AgedDebtRpt
           CLOSE LetterRpt

           DISPLAY "Accounts owing: " DebtorCount
           DISPLAY "Total outstanding: " TotalOutstanding
           DISPLAY "Reminder letters: " LettersWritten
           DISPLAY "Accounts put on stop: " AccountsStopped
               "  taken off stop: " AccountsLifted
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

      * One account: its open items banded, the report line if it
      * owes anything, then the stop flag and letter grade brought
      * into line with the oldest band. A record from before the
      * reminder grade existed counts as never reminded.
       AgeOneCustomer.
           MOVE ZEROS TO CustomerBand(1), CustomerBand(2),
               CustomerBand(3), CustomerBand(4)
           MOVE ZEROS TO CustomerOpenTotal
           MOVE "N" TO CustomerChangedFlag
           IF CU-ReminderLevel NUMERIC
               MOVE CU-ReminderLevel TO PriorReminderLevel
           ELSE
               MOVE ZERO TO PriorReminderLevel
           END-IF

           PERFORM StartCustomerItems
           PERFORM UNTIL CustomerItemsDone
               IF OI-Open
                   PERFORM BandOneItem
               END-IF
               PERFORM ReadNextCustomerItem
           END-PERFORM

           EVALUATE TRUE
               WHEN CustomerBand(4) > 0 MOVE 3 TO DebtGrade
               WHEN CustomerBand(3) > 0 MOVE 2 TO DebtGrade
               WHEN CustomerBand(2) > 0 MOVE 1 TO DebtGrade
               WHEN OTHER MOVE 0 TO DebtGrade
           END-EVALUATE

           IF DebtGrade = 3 AND NOT CU-AccountStopped
               SET CU-AccountStopped TO TRUE
               SET CustomerChanged TO TRUE
               ADD 1 TO AccountsStopped
           END-IF
           IF DebtGrade < 3 AND CU-AccountStopped
               MOVE SPACE TO CU-AccountStop
               SET CustomerChanged TO TRUE
               ADD 1 TO AccountsLifted
           END-IF

           IF DebtGrade > PriorReminderLevel
               PERFORM WriteReminderLetter
           END-IF
           IF DebtGrade NOT = PriorReminderLevel
              OR CU-ReminderLevel NOT NUMERIC
               MOVE DebtGrade TO CU-ReminderLevel
               SET CustomerChanged TO TRUE
           END-IF

           IF CustomerOpenTotal > 0
               PERFORM WriteDebtLine
           END-IF

           IF CustomerChanged
               REWRITE CustomerRecord
               MOVE "CustomerMaster.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF.

      * Positions on the account's first open item, oldest first,
      * and reads it; CustomerItemsDone is set when there is none.
       StartCustomerItems.
           MOVE "N" TO CustomerItemsDoneFlag
           MOVE CU-CustomerNumber TO OI-CustomerNumber
           MOVE ZEROS TO OI-ItemDate
           MOVE SPACE TO OI-ItemType
           MOVE ZEROS TO OI-ItemRef
           START OpenItemFile KEY IS NOT LESS THAN OI-Key
               INVALID KEY SET CustomerItemsDone TO TRUE
           END-START
           IF NOT CustomerItemsDone
               PERFORM ReadNextCustomerItem
           END-IF.

       ReadNextCustomerItem.
           READ OpenItemFile NEXT RECORD
               AT END SET CustomerItemsDone TO TRUE
           END-READ
           MOVE "CustomerOpenItems.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus
           IF NOT CustomerItemsDone
              AND OI-CustomerNumber NOT = CU-CustomerNumber
               SET CustomerItemsDone TO TRUE
           END-IF.

       BandOneItem.
           COMPUTE AgeDays = TodayInteger
               - FUNCTION INTEGER-OF-DATE(OI-ItemDate)
           EVALUATE TRUE
               WHEN AgeDays NOT > 30 MOVE 1 TO BandIdx
               WHEN AgeDays NOT > 60 MOVE 2 TO BandIdx
               WHEN AgeDays NOT > 90 MOVE 3 TO BandIdx
               WHEN OTHER MOVE 4 TO BandIdx
           END-EVALUATE
           ADD OI-Outstanding TO CustomerBand(BandIdx)
           ADD OI-Outstanding TO CustomerOpenTotal.

       WriteDebtLine.
           ADD 1 TO DebtorCount
           MOVE CU-CustomerNumber TO DL-CustomerNumber
           MOVE CU-CustomerName TO DL-CustomerName
           MOVE CustomerBand(1) TO DL-Band1
           MOVE CustomerBand(2) TO DL-Band2
           MOVE CustomerBand(3) TO DL-Band3
           MOVE CustomerBand(4) TO DL-Band4
           MOVE CustomerOpenTotal TO DL-Total
           IF CU-AccountStopped
               MOVE "STOP" TO DL-StopFlag
           ELSE
               MOVE SPACES TO DL-StopFlag
           END-IF
           ADD CustomerBand(1) TO TotalBand(1)
           ADD CustomerBand(2) TO TotalBand(2)
           ADD CustomerBand(3) TO TotalBand(3)
           ADD CustomerBand(4) TO TotalBand(4)
           ADD CustomerOpenTotal TO TotalOutstanding
           MOVE "TradeAgedDebt.rpt" TO WS-FileStatusName
           WRITE PrintLine FROM DebtLine AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus.

      * The letter for the grade the debt has just reached, on a page
      * of its own: the customer's name and contact, the opening for
      * the grade, every open item over thirty days old, and the
      * total of them.
       WriteReminderLetter.
           ADD 1 TO LettersWritten
           MOVE "ReminderLetters.rpt" TO WS-FileStatusName
           MOVE BusinessToday TO LD-Date
           IF FirstLetter
               MOVE "N" TO FirstLetterFlag
               WRITE LetterLine FROM LetterDateLine
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE LetterLine FROM LetterDateLine
                   AFTER ADVANCING PAGE
           END-IF
           PERFORM CheckFileStatus
           WRITE LetterLine FROM CU-CustomerName
               AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus
           WRITE LetterLine FROM CU-Contact AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus
           MOVE CU-CustomerNumber TO LA-CustomerNumber
           WRITE LetterLine FROM LetterAccountLine
               AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus
           WRITE LetterLine FROM LetterGradeText(DebtGrade)
               AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus
           MOVE "days or more past their date. Please arrange payment."
               TO LetterLine
           WRITE LetterLine AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus
           WRITE LetterLine FROM LetterItemHeads
               AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus

           MOVE ZEROS TO LetterOverdue
           PERFORM StartCustomerItems
           PERFORM UNTIL CustomerItemsDone
               IF OI-Open
                   PERFORM WriteLetterItem
               END-IF
               PERFORM ReadNextCustomerItem
           END-PERFORM

           MOVE "ReminderLetters.rpt" TO WS-FileStatusName
           MOVE LetterOverdue TO LT-Total
           WRITE LetterLine FROM LetterTotalLine
               AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus
           IF DebtGrade = 3
               WRITE LetterLine FROM LetterStopLine
                   AFTER ADVANCING 2 LINES
               PERFORM CheckFileStatus
           END-IF
           WRITE LetterLine FROM LetterCloseLine
               AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus.

       WriteLetterItem.
           COMPUTE AgeDays = TodayInteger
               - FUNCTION INTEGER-OF-DATE(OI-ItemDate)
           IF AgeDays > 30
               ADD OI-Outstanding TO LetterOverdue
               MOVE OI-ItemDate TO LI-Date
               MOVE OI-ItemType TO LI-ItemType
               MOVE OI-ItemRef TO LI-ItemRef
               MOVE OI-OriginalAmount TO LI-Amount
               MOVE OI-Outstanding TO LI-Outstanding
               MOVE AgeDays TO LI-Days
               MOVE "ReminderLetters.rpt" TO WS-FileStatusName
               WRITE LetterLine FROM LetterItemLine
                   AFTER ADVANCING 1 LINE
               PERFORM CheckFileStatus
           END-IF.


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
