      * The writing run's identifier, so a receipt from a run later
      * backed out can be recognized for what it is.
           02 RE-RunId PIC 9(14).
      * Who served the customer -- the operator signed on when the
      * receipt was written, blank if nobody was.
           02 RE-OperatorId PIC X(10).
