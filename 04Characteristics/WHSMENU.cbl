      *          keyed receipt capture onto Receipts.dat, and a
      *          trigger for the count reconciliation - gated by the
      *          same OPERSEC authority levels, so a level-1 operator
      *          can look but not move stock. The CUSTINQ customer
      *          account inquiry is reached from here as well.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       DISPLAY "2 - CAPTURE ORDER LINE"
       DISPLAY "3 - CAPTURE RECEIPT"
       DISPLAY "4 - RUN THE COUNT RECONCILIATION"
       DISPLAY "5 - CUSTOMER ACCOUNT INQUIRY"
       DISPLAY "0 - EXIT"
       DISPLAY "CHOICE ? " WITH NO ADVANCING
       ACCEPT WS-MENU-CHOICE
           IF SIGNON-OK
               CALL "TABL2"
           END-IF
       WHEN '5'
           CALL "CUSTINQ"
       WHEN '0'
           SET MENU-DONE TO TRUE
       WHEN OTHER
           DISPLAY "PLEASE CHOOSE 0 THROUGH 5"
       END-EVALUATE.
       SHOW-MENU-EXIT.
       EXIT.
