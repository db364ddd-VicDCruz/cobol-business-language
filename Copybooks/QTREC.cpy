      ******************************************************************
      * Shared Quotes.dat sales-quotation record layout, one record
      * per quoted line, keyed on the quote number and line number:
      * the customer, item and quantity quoted, the unit price
      * captured when the quote was written and where it came from
      * ('C' contract, 'P' promotion, space list price), the quote
      * date, the last date the price holds, and the line status
      * ('O' open, 'C' converted into an order, 'X' expired unused)
      * with the date it last changed.
      * COPY QTREC REPLACING ==:REC:== BY ==<record-name>==.
      ******************************************************************
       01 :REC:.
           05 QT-KEY.
               10 QT-NUMBER PIC 9(6).
               10 QT-LINE PIC 9(3).
           05 QT-CUST PIC X(6).
           05 QT-ITEM PIC X(5).
           05 QT-QTY PIC 9(5).
           05 QT-PRICE PIC 9(5)V99.
           05 QT-PRICE-SOURCE PIC X(1).
           05 QT-QUOTE-DATE PIC 9(8).
           05 QT-VALID-DATE PIC 9(8).
           05 QT-STATUS PIC X(1).
               88 QT-OPEN VALUE 'O'.
               88 QT-CONVERTED VALUE 'C'.
               88 QT-EXPIRED VALUE 'X'.
           05 QT-STATUS-DATE PIC 9(8).
