               88 RP-Suggested VALUE "S".
               88 RP-Confirmed VALUE "C".
               88 RP-Declined VALUE "X".
      * The gadget's ABC class when the suggestion was made, blank
      * if it had none, so the reviewer can take the A lines first.
           02 RP-AbcClass PIC X.
