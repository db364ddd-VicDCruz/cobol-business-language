      ******************************************************************
      * Shared CashPost.dat pending cash-position posting, one line
      * per movement a batch outside the balanced transaction day has
      * put through the bank (BANKREC posts the net payroll actually
      * paid out, as a negative amount). LEDGER takes every waiting
      * line into the next day it posts and then clears the file:
      * the date of the movement, the program that raised it and the
      * signed amount, edited the way BalanceFwd.dat holds amounts.
      * COPY CPTREC REPLACING ==:REC:== BY ==<record-name>==.
      ******************************************************************
       01 :REC:.
           05 CPT-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 CPT-SOURCE PIC X(9).
           05 FILLER PIC X(1).
           05 CPT-AMOUNT PIC X(13).
