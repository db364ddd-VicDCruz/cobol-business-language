      *          applies, triggering the reconciliation pass, and
      *          displaying the current batch-window state - so new
      *          staff no longer need to know which program takes
      *          which argument. The CUSTINQ customer account inquiry
      *          is reached from here as well.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       DISPLAY "5 - RUN THE RECONCILIATION PASS"
       DISPLAY "6 - SHOW BATCH-WINDOW STATE"
       DISPLAY "7 - LIST/CLEAR FILE LOCKS (SUPERVISOR)"
       DISPLAY "8 - CUSTOMER ACCOUNT INQUIRY"
       DISPLAY "0 - EXIT"
       DISPLAY "CHOICE ? " WITH NO ADVANCING
       ACCEPT WS-MENU-CHOICE
           PERFORM SHOW-BATCH-WINDOW-PARA
       WHEN '7'
           PERFORM MANAGE-LOCKS-PARA THRU MANAGE-LOCKS-EXIT
       WHEN '8'
           CALL "CUSTINQ"
       WHEN '0'
           SET MENU-DONE TO TRUE
       WHEN OTHER
           DISPLAY "PLEASE CHOOSE 0 THROUGH 8"
       END-EVALUATE.
       SHOW-MENU-EXIT.
       EXIT.
