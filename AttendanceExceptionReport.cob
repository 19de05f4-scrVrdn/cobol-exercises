      * grouped by course with the CourseMaster title, every
      * enrolled student whose attendance fell below the minimum
      * percentage -- plus a WITHDRAWN flag on the students who
      * keep turning up after leaving, which happens. The same
      * students go to AttendanceExceptions.dat for LetterGeneration.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

      * The listed students again, as data, for the letters.
           SELECT AttendanceExceptionFile
               ASSIGN TO "AttendanceExceptions.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

      * The site's standing operational knobs, for the minimum
      * attendance percentage. OPTIONAL: a missing file leaves the
      * compiled default standing.
       FD CourseFile.
           COPY COURSREC.

       FD AttendanceExceptionFile.
           COPY ATTEXC.

       FD ExceptionRpt.
       01 PrintLine PIC X(80).

           MOVE "AttendanceExceptions.rpt" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN OUTPUT AttendanceExceptionFile
           MOVE "AttendanceExceptions.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           MOVE BusinessToday TO RptRunDate
           MOVE RptRunDate(5:2) TO RptStampMonth
           MOVE RptRunDate(7:2) TO RptStampDay
           CLOSE StudentFile
           CLOSE CourseFile
           CLOSE ExceptionRpt
           CLOSE AttendanceExceptionFile

           DISPLAY "Attendance exceptions: " ExceptionCount
           STOP RUN.
           MOVE StudentStatusWord TO EX-Flag
           MOVE "AttendanceExceptions.rpt" TO WS-FileStatusName
           WRITE PrintLine FROM ExceptionLine AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus

           MOVE AT-StudentId(AttendScanIdx) TO AX-StudentId
           MOVE CO-CourseCode TO AX-CourseCode
           MOVE AT-Present(AttendScanIdx) TO AX-Present
           MOVE AT-Total(AttendScanIdx) TO AX-Total
           MOVE AttendPct TO AX-Pct
           IF StudentStatusWord = "WITHDRAWN"
               SET AX-WithdrawnStudent TO TRUE
           ELSE
               MOVE "N" TO AX-Withdrawn
           END-IF
           MOVE BusinessToday TO AX-WeekEnding
           WRITE AttendanceExceptionRec
           MOVE "AttendanceExceptions.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus.


