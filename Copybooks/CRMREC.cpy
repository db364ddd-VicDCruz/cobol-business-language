      ******************************************************************
      * Shared CreditMemo.dat credit-memo history record layout: one
      * line per returned invoice line - the credit memo number, the
      * date it was issued, the invoice and customer it reverses, the
      * item and quantity taken back, the unit price it was invoiced
      * at, the credit value, the return reason code, and the sales
      * tax reversed with it - the tax code and rate of the invoice
      * line and the tax amount (CRM-AMOUNT stays the net credit).
      * COPY CRMREC REPLACING ==:REC:== BY ==<record-name>==.
      ******************************************************************
       01 :REC:.
           05 CRM-NUMBER PIC 9(6).
           05 FILLER PIC X(1).
           05 CRM-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 CRM-INVOICE PIC 9(6).
           05 FILLER PIC X(1).
           05 CRM-CUST PIC X(6).
           05 FILLER PIC X(1).
           05 CRM-ITEM PIC X(5).
           05 FILLER PIC X(1).
           05 CRM-QTY PIC 9(5).
           05 FILLER PIC X(1).
           05 CRM-PRICE PIC -(4)9.99.
           05 FILLER PIC X(1).
           05 CRM-AMOUNT PIC -(6)9.99.
           05 FILLER PIC X(1).
           05 CRM-REASON PIC X(2).
           05 FILLER PIC X(1).
           05 CRM-TAX-CODE PIC X(1).
           05 FILLER PIC X(1).
           05 CRM-TAX-RATE PIC 9(2).999.
           05 FILLER PIC X(1).
           05 CRM-TAX PIC -(5)9.99.
