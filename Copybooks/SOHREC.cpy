      ******************************************************************
      * Shared OrderHead.dat sales order header layout: the order
      * number ORDENT issues from LastOrdNo.ctl (one per customer per
      * order run), the customer (spaces for the run's cash order)
      * and shipping warehouse, the date entered, the order status
      * and the date it last changed, the lines on OrderLine.dat, the
      * carrier and consignment reference DISPATCH records when the
      * order ships, and the proof-of-delivery date and signatory
      * ORDCLOSE records when it is delivered.
      * COPY SOHREC REPLACING ==:REC:== BY ==<record-name>==.
      ******************************************************************
       01 :REC:.
           05 SOH-ORDER-NO PIC 9(6).
           05 SOH-CUST PIC X(6).
           05 SOH-WHSE PIC X(2).
           05 SOH-ENTERED PIC 9(8).
           05 SOH-STATUS PIC X(1).
               88 SOH-IS-ENTERED VALUE 'E'.
               88 SOH-IS-PICKED VALUE 'P'.
               88 SOH-IS-SHIPPED VALUE 'S'.
               88 SOH-IS-DELIVERED VALUE 'D'.
               88 SOH-IS-CANCELLED VALUE 'X'.
               88 SOH-IS-OPEN VALUE 'E' 'P' 'S'.
           05 SOH-STATUS-DATE PIC 9(8).
           05 SOH-LINE-COUNT PIC 9(3).
           05 SOH-CARRIER PIC X(10).
           05 SOH-CONSIGNMENT PIC X(15).
           05 SOH-SHIP-DATE PIC 9(8).
           05 SOH-POD-DATE PIC 9(8).
           05 SOH-POD-NAME PIC X(15).
