      ******************************************************************
      * Shared PurchaseOrder.dat open-order line layout, one line per
      * item ordered: the PO number, supplier and item, the quantity
      * ordered, the order date, the line status ('O' open, 'R'
      * received), the quantity received so far and the unit cost
      * agreed with the supplier when the order was raised (blank on
      * lines raised before orders were costed) and the date of the
      * latest receipt posted against the line - the date a received
      * ('R') line was closed; zero until the first receipt, blank on
      * lines received before receipt dates were kept. Last comes the
      * quantity approved supplier invoices have billed against the
      * line so far, blank on lines raised before billing was counted.
      * COPY POREC REPLACING ==:REC:== BY ==<record-name>==.
      ******************************************************************
       01 :REC:.
           05 PO-NUMBER PIC 9(6).
           05 FILLER PIC X(1).
           05 PO-SUPPLIER PIC X(4).
           05 FILLER PIC X(1).
           05 PO-ITEM PIC X(5).
           05 FILLER PIC X(1).
           05 PO-QTY PIC 9(5).
           05 FILLER PIC X(1).
           05 PO-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 PO-STATUS PIC X(1).
           05 FILLER PIC X(1).
           05 PO-RECEIVED PIC 9(5).
           05 FILLER PIC X(1).
           05 PO-UNIT-COST PIC 9(5).99.
           05 PO-UNIT-COST-X REDEFINES PO-UNIT-COST PIC X(8).
           05 FILLER PIC X(1).
           05 PO-LAST-RECEIPT PIC 9(8).
           05 PO-LAST-RECEIPT-X REDEFINES PO-LAST-RECEIPT PIC X(8).
           05 FILLER PIC X(1).
           05 PO-BILLED PIC 9(5).
           05 PO-BILLED-X REDEFINES PO-BILLED PIC X(5).
