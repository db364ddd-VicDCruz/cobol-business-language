      ******************************************************************
      * Shared Budget.dat annual budget line, one per general-ledger
      * account, loaded by BUDLOAD and read by BUDRPT: the budget
      * year, the ChartAccts.dat account, the department that owns
      * the account and that department's Department.dat cost
      * centre, then the twelve monthly budget amounts, January
      * first, each held as an edited amount so the file can be read
      * by eye.
      * COPY BUDREC REPLACING ==:REC:== BY ==<record-name>==.
      ******************************************************************
       01 :REC:.
           05 BUD-YEAR PIC 9(4).
           05 FILLER PIC X(1).
           05 BUD-ACCT PIC X(4).
           05 FILLER PIC X(1).
           05 BUD-DEPT PIC X(3).
           05 FILLER PIC X(1).
           05 BUD-COST-CENTRE PIC X(4).
           05 BUD-MONTHS OCCURS 12 TIMES.
               10 FILLER PIC X(1).
               10 BUD-AMOUNT PIC X(11).
