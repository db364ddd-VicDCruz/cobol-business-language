      ******************************************************************
      * Shared StockLot.dat record layout - the on-hand of a
      * lot-controlled item held lot by lot: the record key is lot
      * within item within warehouse, then the lot's expiry date
      * (zero when the supplier gave none), its on-hand quantity and
      * the date it was first received. RECEIVE raises a lot, the
      * order and release picks take from it earliest expiry first,
      * and STOCKADJ writes it off; the StockMaster.dat on-hand stays
      * the item's total across its lots.
      * COPY LOTREC REPLACING ==:REC:== BY ==<record-name>==.
      ******************************************************************
       01 :REC:.
           05 LOT-KEY.
               10 LOT-WHSE PIC X(2).
               10 LOT-ITEM-CODE PIC X(5).
               10 LOT-NUMBER PIC X(10).
           05 LOT-EXPIRY PIC 9(8).
           05 LOT-ON-HAND PIC S9(5).
           05 LOT-RECEIVED PIC 9(8).
