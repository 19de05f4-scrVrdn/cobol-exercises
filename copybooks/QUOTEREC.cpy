      * Quotations.dat record layout: trade quotations raised by
      * QuoteEntry when a trade customer rings for a price on a
      * quantity of gadgets. One record per quote line, the quote's
      * lines written together; the customer, dates and status are
      * carried on every line. QuotePrint prints the quote for the
      * customer, QuoteConversion turns an accepted one into till
      * lines on Sales.dat or holds on Reservations.dat, and
      * QuoteStatusReport lists what is open, what has lapsed, and
      * how many quotes turn into business.
       01 QuotationRec.
           88 EndOfQuotations VALUE HIGH-VALUES.
           02 QT-QuoteNumber PIC 9(6).
           02 QT-LineNumber PIC 9(2).
           02 QT-CustomerNumber PIC 9(6).
           02 QT-QuoteDate PIC 9(8).
      * The last day the quoted prices hold. An open quote past this
      * date has expired and can no longer be converted.
           02 QT-ValidUntil PIC 9(8).
           02 QT-GadgedID PIC 9(6).
           02 QT-Qty PIC 9(4).
           02 QT-QuotedPrice PIC 9(4)V99.
      * The shelf Price on the day of the quote, so the print and
      * the reports can show what the customer was given off list.
           02 QT-ListPrice PIC 9(4)V99.
      * Open until converted. A quote held as reservations may still
      * be converted to a sale when the customer collects -- the
      * holds are released as the sale lines are written.
           02 QT-Status PIC X.
               88 QT-Open VALUE "O".
               88 QT-ConvertedToSale VALUE "S".
               88 QT-ConvertedToHold VALUE "R".
               88 QT-Converted VALUES "S", "R".
           02 QT-ConvertedDate PIC 9(8).
