      * within warehouse (two-character warehouse, five-character item
      * code), then the on-hand quantity, the date of the last
      * movement, the cycle-count frequency class ('A' monthly, 'B'
      * quarterly, 'C' half-yearly - blank counts as 'C'; set from
      * usage value by the ABCCALC / ABCAPPLY classification) and
      * the date the item was last physically counted, then the
      * moving-average unit cost of the stock held - rolled forward
      * by RECEIVE at the purchase-order cost of each receipt, zero
      * until the first costed receipt lands.
      * COPY STKREC REPLACING ==:REC:== BY ==<record-name>==.
      ******************************************************************
       01 :REC:.
           05 STK-LAST-MOVE PIC 9(8).
           05 STK-COUNT-CLASS PIC X(1).
           05 STK-LAST-COUNT PIC 9(8).
           05 STK-AVG-COST PIC 9(5)V99.
