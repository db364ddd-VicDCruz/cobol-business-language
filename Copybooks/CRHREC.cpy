      ******************************************************************
      * Shared CreditHold.dat held-order record layout: the order line
      * the order batch would not ship on credit grounds - item,
      * quantity and customer as ordered, the date it was held, the
      * line value at the price it would have billed at, and why it
      * was held ('L' over the credit limit, 'O' the customer has
      * items more than 90 days old on ARDetail.dat), and for a line
      * converted from a quotation the quote number and line it came
      * from, so a release still bills at the quoted price; then the
      * sales order and line on OrderLine.dat the held line belongs
      * to, so a release or cancel is carried back to the order.
      * COPY CRHREC REPLACING ==:REC:== BY ==<record-name>==.
      ******************************************************************
       01 :REC:.
           05 CH-ITEM PIC X(5).
           05 FILLER PIC X(1).
           05 CH-QTY PIC 9(5).
           05 FILLER PIC X(1).
           05 CH-CUST PIC X(6).
           05 FILLER PIC X(1).
           05 CH-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 CH-AMOUNT PIC 9(7).99.
           05 FILLER PIC X(1).
           05 CH-REASON PIC X(1).
               88 CH-OVER-LIMIT VALUE 'L'.
               88 CH-OVERDUE-90 VALUE 'O'.
           05 FILLER PIC X(1).
           05 CH-QUOTE-NO PIC X(6).
           05 FILLER PIC X(1).
           05 CH-QUOTE-LINE PIC X(3).
           05 FILLER PIC X(1).
           05 CH-ORDER-NO PIC X(6).
           05 FILLER PIC X(1).
           05 CH-ORDER-LINE PIC X(3).
