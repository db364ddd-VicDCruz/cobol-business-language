      ******************************************************************
      * Shared AcctMTD.dat account month-to-date line: the posting
      * period (YYYYMM), the account and the movement posted to it
      * so far in the period as an edited amount. LEDGER adds each
      * posted day's trial balance to it; MTHCLOSE moves the closed
      * month onto LedgerHist.dat and drops it from here.
      * COPY AMTDREC REPLACING ==:REC:== BY ==<record-name>==.
      ******************************************************************
       01 :REC:.
           05 AMT-PERIOD PIC 9(6).
           05 FILLER PIC X(1).
           05 AMT-ACCT PIC X(4).
           05 FILLER PIC X(1).
           05 AMT-TOTAL PIC X(13).
