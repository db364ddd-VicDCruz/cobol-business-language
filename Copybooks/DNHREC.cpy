      ******************************************************************
      * Shared DunningHist.dat dunning history record layout: one line
      * per chase letter the dunning run has sent - the customer, the
      * date it went out, the dunning level (1 friendly, 2 firm,
      * 3 final demand), the overdue amount it quoted and the oldest
      * overdue invoice date it named.
      * COPY DNHREC REPLACING ==:REC:== BY ==<record-name>==.
      ******************************************************************
       01 :REC:.
           05 DH-CUST-ID PIC X(6).
           05 FILLER PIC X(1).
           05 DH-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 DH-LEVEL PIC 9(1).
               88 DH-FRIENDLY VALUE 1.
               88 DH-FIRM VALUE 2.
               88 DH-FINAL-DEMAND VALUE 3.
           05 FILLER PIC X(1).
           05 DH-OVERDUE PIC -(7)9.99.
           05 FILLER PIC X(1).
           05 DH-OLDEST PIC 9(8).
