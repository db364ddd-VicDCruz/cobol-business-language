      ******************************************************************
      * Shared OrderLine.dat sales order line layout: keyed by order
      * number and line number within the order, the item and
      * quantity ordered, the line status and the date it last
      * changed ('P' picked and billed, 'S' shipped on a DISPATCH
      * confirmation, 'B' waiting on Backorders.dat, 'H' waiting on
      * CreditHold.dat, 'X' cancelled), and for a billed line the
      * gross billed and the invoice it went out on.
      * COPY SOLREC REPLACING ==:REC:== BY ==<record-name>==.
      ******************************************************************
       01 :REC:.
           05 SOL-KEY.
               10 SOL-ORDER-NO PIC 9(6).
               10 SOL-LINE-NO PIC 9(3).
           05 SOL-ITEM PIC X(5).
           05 SOL-QTY PIC 9(5).
           05 SOL-STATUS PIC X(1).
               88 SOL-IS-PICKED VALUE 'P'.
               88 SOL-IS-SHIPPED VALUE 'S'.
               88 SOL-IS-BACKORDERED VALUE 'B'.
               88 SOL-IS-HELD VALUE 'H'.
               88 SOL-IS-CANCELLED VALUE 'X'.
           05 SOL-STATUS-DATE PIC 9(8).
           05 SOL-GROSS PIC S9(7)V99.
           05 SOL-INVOICE PIC 9(6).
