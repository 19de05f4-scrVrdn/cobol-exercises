           02 SG-From PIC X(3).
           02 FILLER PIC X(4) VALUE " -> ".
           02 SG-To PIC X(3).
           02 FILLER PIC X(8) VALUE "  class ".
           02 SG-Class PIC X.

       PROCEDURE DIVISION.
       Main.
           MOVE RP-SuggestedQty TO SG-Qty
           MOVE RP-FromLocation TO SG-From
           MOVE RP-ToLocation TO SG-To
           MOVE RP-AbcClass TO SG-Class
           DISPLAY SuggestionLine

           DISPLAY "(C)onfirm transfer, (X) decline, other skips - "
