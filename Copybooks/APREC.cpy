      ******************************************************************
      * Shared APOpen.dat payables open-item record layout, one line
      * per supplier invoice approved for payment: the supplier, the
      * supplier's own invoice number, the invoice date, the date
      * payment falls due, the invoice amount, the item status ('O'
      * open for payment, 'P' paid), the date the invoice was
      * matched and approved and the date the payment run paid it
      * (zero while the item is open).
      * COPY APREC REPLACING ==:REC:== BY ==<record-name>==.
      ******************************************************************
       01 :REC:.
           05 AP-SUPPLIER PIC X(4).
           05 FILLER PIC X(1).
           05 AP-INVOICE PIC X(10).
           05 FILLER PIC X(1).
           05 AP-INV-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 AP-DUE-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 AP-AMOUNT PIC 9(7).99.
           05 FILLER PIC X(1).
           05 AP-STATUS PIC X(1).
               88 AP-ITEM-OPEN VALUE 'O'.
               88 AP-ITEM-PAID VALUE 'P'.
           05 FILLER PIC X(1).
           05 AP-APPROVED PIC 9(8).
           05 FILLER PIC X(1).
           05 AP-PAID-DATE PIC 9(8).
