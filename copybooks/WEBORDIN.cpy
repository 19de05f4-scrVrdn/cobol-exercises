      * WebOrdersIn.dat record layout: the orders taken on the
      * website, as the site sends them -- one H record per order
      * carrying who it goes to, followed by an L record per gadget
      * ordered. WebOrderImport books them onto WebOrderBook.dat;
      * an order number already on the book is never taken twice.
       01 WebOrderInRec.
           88 EndOfWebOrdersIn VALUE HIGH-VALUES.
           02 WI-RecordType PIC X.
               88 WI-OrderHeader VALUE "H".
               88 WI-OrderLine VALUE "L".
           02 WI-OrderNumber PIC 9(8).
           02 WI-HeaderBody.
              03 WI-OrderDate PIC 9(8).
      * The account customer who placed the order, zero for a
      * guest checkout.
              03 WI-CustomerNumber PIC 9(6).
              03 WI-DeliverName PIC X(30).
              03 WI-DeliverAddr1 PIC X(30).
              03 WI-DeliverAddr2 PIC X(30).
              03 WI-DeliverTown PIC X(20).
              03 WI-DeliverPostcode PIC X(8).
           02 WI-LineBody REDEFINES WI-HeaderBody.
              03 WI-GadgedID PIC 9(6).
              03 WI-QtyOrdered PIC 9(4).
      * The unit price the customer was charged on the website.
              03 WI-UnitPrice PIC 9(4)V99.
              03 FILLER PIC X(116).
