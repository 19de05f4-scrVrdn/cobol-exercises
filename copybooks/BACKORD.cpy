      * the fill -- the stock went back on the shelf, and the
      * customer must not stay marked Filled against it.
           02 BO-FilledRunId PIC 9(14).
      * The operator who took the order, so the sale journaled when
      * GoodsReceived fills it is credited to them and not to
      * whoever happens to be booking the delivery in.
           02 BO-OperatorId PIC X(10).
      * The web order the shortfall belongs to, when dispatch of a
      * web order was confirmed short -- so whoever books in the
      * delivery that fills it knows to send the balance on. Zero on
      * till backorders, non-numeric on records from before the
      * field existed.
           02 BO-WebOrderNumber PIC 9(8).
