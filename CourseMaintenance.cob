           02 CT-CourseTitle PIC X(30).
           02 CT-Capacity PIC 9(4).
           02 CT-TermFee PIC 9(5)V99.
           02 CT-Credits PIC 9(3).

       WORKING-STORAGE SECTION.
       COPY FILESTAT.
           MOVE CT-CourseTitle TO CO-CourseTitle
           MOVE CT-Capacity TO CO-Capacity
           MOVE CT-TermFee TO CO-TermFee
           MOVE CT-Credits TO CO-Credits
           WRITE CourseRecord
               INVALID KEY
                   ADD 1 TO RejectedCount
                   MOVE CT-CourseTitle TO CO-CourseTitle
                   MOVE CT-Capacity TO CO-Capacity
                   MOVE CT-TermFee TO CO-TermFee
                   MOVE CT-Credits TO CO-Credits
                   REWRITE CourseRecord
                   ADD 1 TO UpdatedCount
                   MOVE "CourseMaster.dat" TO WS-FileStatusName
