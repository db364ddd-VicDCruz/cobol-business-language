      ******************************************************************
      * Shared AcctBal.dat account balance-forward line: the account
      * and its balance since the ledger began, as an edited amount.
      * LEDGER adds each posted day's trial balance and the waiting
      * CtlPost.dat control-account postings to it; nothing resets
      * it at month-end. GLRECON proves the sub-ledgers against it
      * and STOCKVAL posts the valuation as the change from it.
      * COPY ABALREC REPLACING ==:REC:== BY ==<record-name>==.
      ******************************************************************
       01 :REC:.
           05 ABL-ACCT PIC X(4).
           05 FILLER PIC X(1).
           05 ABL-BALANCE PIC X(13).
