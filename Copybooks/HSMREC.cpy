      ******************************************************************
      * Shared HistSummary.dat line, written by PERARCH for the detail
      * it moves off the transaction-history streams: the stream
      * ('SALES' SalesHist.dat, 'MOVES' StockMove.dat, 'INVCS'
      * InvoiceHist.dat), the month (YYYYMM) and item, the number of
      * detail lines archived, and their net quantity and value as
      * edited amounts so the file can be read by eye (movements
      * carry no value). A month archived over two runs has a line
      * per run, so readers add the lines up.
      * COPY HSMREC REPLACING ==:REC:== BY ==<record-name>==.
      ******************************************************************
       01 :REC:.
           05 HSM-STREAM PIC X(5).
           05 FILLER PIC X(1).
           05 HSM-MONTH PIC 9(6).
           05 FILLER PIC X(1).
           05 HSM-ITEM PIC X(5).
           05 FILLER PIC X(1).
           05 HSM-LINES PIC 9(7).
           05 FILLER PIC X(1).
           05 HSM-QTY PIC X(10).
           05 FILLER PIC X(1).
           05 HSM-VALUE PIC X(15).
