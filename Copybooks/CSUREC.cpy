      ******************************************************************
      * Shared CashUp.dat counter cash-up line, one per till (the
      * operator ID the till ran under) per trading day, keyed by the
      * date and till: the notes and coins counted in the drawer, the
      * card slips taken, the paid-out vouchers (cash refunds and
      * petty payments made from the drawer) and the float the drawer
      * started the day with, all with two implied decimals.
      * COPY CSUREC REPLACING ==:REC:== BY ==<record-name>==.
      ******************************************************************
       01 :REC:.
           05 CSU-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 CSU-TILL PIC X(8).
           05 FILLER PIC X(1).
           05 CSU-NOTES PIC 9(7)V99.
           05 FILLER PIC X(1).
           05 CSU-COINS PIC 9(7)V99.
           05 FILLER PIC X(1).
           05 CSU-CARDS PIC 9(7)V99.
           05 FILLER PIC X(1).
           05 CSU-PAID-OUT PIC 9(7)V99.
           05 FILLER PIC X(1).
           05 CSU-FLOAT PIC 9(7)V99.
