      ******************************************************************
      * Shared LedgerHist.dat account line. After each month's
      * ledger line (period, opening, movement, closing) MTHCLOSE
      * writes one line per account moved in the month: the period,
      * the marker 'A' where the ledger line carries its opening
      * balance, the account and the month's movement on it as an
      * edited amount. BUDRPT takes its actuals from these lines.
      * COPY LHAREC REPLACING ==:REC:== BY ==<record-name>==.
      ******************************************************************
       01 :REC:.
           05 LHA-PERIOD PIC 9(6).
           05 FILLER PIC X(1).
           05 LHA-MARK PIC X(1).
               88 LHA-ACCOUNT-LINE VALUE 'A'.
           05 FILLER PIC X(1).
           05 LHA-ACCT PIC X(4).
           05 FILLER PIC X(1).
           05 LHA-AMOUNT PIC X(13).
