      ******************************************************************
      * Shared CtlPost.dat pending control-account posting, one line
      * per movement on a sub-ledger that has no line of its own on
      * the transaction day - a customer balance raised or cleared,
      * a loan balance drawn or repaid. CTLPOST appends the lines;
      * LEDGER takes every waiting line onto AcctBal.dat with the
      * next day it posts and then clears the file. The date, the
      * sub-ledger's control tag on ChartAccts.dat (AR, LOAN), the
      * program that raised it, its reference and the signed amount,
      * edited the way BalanceFwd.dat holds amounts.
      * COPY CTPREC REPLACING ==:REC:== BY ==<record-name>==.
      ******************************************************************
       01 :REC:.
           05 CTP-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 CTP-TAG PIC X(4).
           05 FILLER PIC X(1).
           05 CTP-SOURCE PIC X(9).
           05 FILLER PIC X(1).
           05 CTP-REF PIC X(10).
           05 FILLER PIC X(1).
           05 CTP-AMOUNT PIC X(13).
