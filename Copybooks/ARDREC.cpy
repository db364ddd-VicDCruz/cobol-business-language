      ******************************************************************
      * Shared ARDetail.dat receivables open-item record layout: the
      * customer, the item date, the original amount, the invoice
      * number it was raised under, the amount still open, the item
      * status (space or 'O' open, 'P' part-paid, 'C' cleared), the
      * item type (space or 'I' invoice line, 'U' unapplied cash
      * held on account, 'M' credit memo for returned goods, which
      * carries the memo number in the invoice column) and a
      * free-form reference (the cheque or remittance reference for
      * cash, the original invoice for a credit memo). An item
      * written before the open-amount column existed carries spaces
      * there and is open for its full original amount.
      * COPY ARDREC REPLACING ==:REC:== BY ==<record-name>==.
      ******************************************************************
       01 :REC:.
           05 AR-CUST-ID PIC X(6).
           05 FILLER PIC X(1).
           05 AR-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 AR-AMOUNT PIC -9(7).99.
           05 FILLER PIC X(1).
           05 AR-INVOICE PIC X(6).
           05 FILLER PIC X(1).
           05 AR-OPEN-AMOUNT PIC -9(7).99.
           05 AR-OPEN-AMOUNT-X REDEFINES AR-OPEN-AMOUNT PIC X(11).
           05 FILLER PIC X(1).
           05 AR-STATUS PIC X(1).
               88 AR-ITEM-OPEN VALUE SPACE 'O'.
               88 AR-ITEM-PART-PAID VALUE 'P'.
               88 AR-ITEM-CLEARED VALUE 'C'.
           05 FILLER PIC X(1).
           05 AR-TYPE PIC X(1).
               88 AR-TYPE-INVOICE VALUE SPACE 'I'.
               88 AR-TYPE-ON-ACCOUNT VALUE 'U'.
               88 AR-TYPE-CREDIT-MEMO VALUE 'M'.
           05 FILLER PIC X(1).
           05 AR-REF PIC X(10).
