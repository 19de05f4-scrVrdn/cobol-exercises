           02 PDL-NewPrice PIC Z,ZZ9.99.
           02 FILLER PIC X(9) VALUE "  dated ".
           02 PDL-RequestDate PIC 9(8).
       01 MarkdownDetailLine.
           02 FILLER PIC X(29) VALUE "  Clearance markdown - step ".
           02 MDL-Step PIC 9.
           02 FILLER PIC X(16) VALUE " off list price ".
           02 MDL-ListPrice PIC Z,ZZ9.99.

       PROCEDURE DIVISION.
       Main.
           MOVE PP-NewPrice TO PDL-NewPrice
           MOVE PP-RequestDate TO PDL-RequestDate
           DISPLAY PendingDetailLine
           IF PP-Markdown
               MOVE PP-MarkdownStep TO MDL-Step
               MOVE PP-ListPrice TO MDL-ListPrice
               DISPLAY MarkdownDetailLine
           END-IF
           IF PP-CostIncrease
               DISPLAY "  Margin floor - raised after a supplier "
                   "cost increase"
           END-IF

           DISPLAY "(R)elease, (X) reject, other skips - "
               WITH NO ADVANCING
                   PERFORM ApplyReleasedChange
               WHEN RejectChange
                   SET PP-Rejected TO TRUE
                   MOVE BusinessToday TO PP-DecisionDate
                   PERFORM RewritePendingRec
                   ADD 1 TO RejectedCount
               WHEN OTHER
                   PERFORM WriteShelfTicket

                   SET PP-Released TO TRUE
                   MOVE BusinessToday TO PP-DecisionDate
                   PERFORM RewritePendingRec
                   ADD 1 TO ReleasedCount
           END-READ
