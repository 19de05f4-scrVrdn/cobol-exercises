      * WebOrderBook.dat record layout: every web order taken in,
      * keyed order number plus line number. Line 000 is the order
      * itself -- who it goes to and how far it has got -- and lines
      * 001 up are the gadgets, each with the location its stock was
      * allocated from at import and what went out when dispatch was
      * confirmed. The allocated units are held on Reservations.dat
      * under "WEB" and the order number until then, so the till
      * can't sell them from under the pick.
       01 WebOrderRec.
           88 EndOfWebOrderBook VALUE HIGH-VALUES.
           02 WO-Key.
              03 WO-OrderNumber PIC 9(8).
              03 WO-LineNumber PIC 9(3).
                  88 WO-OrderHeader VALUE ZERO.
           02 WO-HeaderBody.
              03 WO-OrderDate PIC 9(8).
              03 WO-ImportDate PIC 9(8).
              03 WO-CustomerNumber PIC 9(6).
              03 WO-DeliverName PIC X(30).
              03 WO-DeliverAddr1 PIC X(30).
              03 WO-DeliverAddr2 PIC X(30).
              03 WO-DeliverTown PIC X(20).
              03 WO-DeliverPostcode PIC X(8).
              03 WO-OrderStatus PIC X.
                  88 WO-AwaitingDispatch VALUE "O".
                  88 WO-Dispatched VALUE "D".
                  88 WO-PartDispatched VALUE "P".
                  88 WO-NotSupplied VALUE "X".
              03 WO-DispatchDate PIC 9(8).
           02 WO-LineBody REDEFINES WO-HeaderBody.
              03 WO-GadgedID PIC 9(6).
              03 WO-QtyOrdered PIC 9(4).
              03 WO-UnitPrice PIC 9(4)V99.
              03 WO-LocationCode PIC X(3).
              03 WO-QtyAllocated PIC 9(4).
              03 WO-QtyDispatched PIC 9(4).
              03 WO-QtyBackordered PIC 9(4).
      * A (awaiting dispatch), D (dispatch confirmed -- any shortfall
      * backordered), or X (not supplied: the gadget is unknown or
      * delisted, so the line is neither picked nor charged).
              03 WO-LineStatus PIC X.
                  88 WO-LineAwaiting VALUE "A".
                  88 WO-LineDispatched VALUE "D".
                  88 WO-LineNotSupplied VALUE "X".
              03 WO-LineDispatchDate PIC 9(8).
              03 FILLER PIC X(109).
