      * Purpose: Control-total balancing report - sums a batch of
      *          transaction amounts and compares the total against an
      *          independently supplied expected control total.
      *          The trial balance by account is printed on
      *          TrialBal.rpt and also left on TrialBal.dat (account,
      *          total) for LEDGER to add into the month-to-date and
      *          the balance forward by account once the day posts.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRL-FILESTATUS.

           SELECT TRIAL-DATA-FILE
           ASSIGN TO 'TrialBal.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TBD-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

      *
       FD TRIAL-REPORT.
       01 TRL-LINE            PIC X(70).
      *
      *    MACHINE-READABLE TRIAL BALANCE FOR THE LEDGER POSTING
      *    STEP, ONE LINE PER ACCOUNT.
       FD TRIAL-DATA-FILE.
       01 TRIAL-DATA-RECORD.
       05 TBD-ACCT            PIC X(4).
       05 FILLER              PIC X(1).
       05 TBD-TOTAL           PIC -9(9).99.
      *
       WORKING-STORAGE SECTION.

      *    BALANCE CROSS-FOOTS TO THE GRAND TOTAL PROVED ABOVE.
       01  CHT-FILESTATUS PIC X(02).
       01  TRL-FILESTATUS PIC X(02).
       01  TBD-FILESTATUS PIC X(02).
       01  CHT-EOF PIC X(1) VALUE 'N'.
           88 CHT-END-OF-FILE VALUE 'Y'.
       01  CHT-TABLE.

       WRITE-TRIAL-BALANCE-PARA.
       OPEN OUTPUT TRIAL-REPORT
       OPEN OUTPUT TRIAL-DATA-FILE
       MOVE WS-TODAY-DATE TO TRL-HDR-DATE
       WRITE TRL-LINE FROM TRL-HEADER-1
       MOVE ZERO TO WS-CROSS-FOOT
           MOVE ACC-T-TOTAL(WS-ACC-SUB) TO TRL-AMOUNT
           MOVE ACC-T-COUNT(WS-ACC-SUB) TO TRL-COUNT
           WRITE TRL-LINE FROM TRL-DETAIL-LINE
           MOVE SPACES TO TRIAL-DATA-RECORD
           MOVE ACC-T-ACCT(WS-ACC-SUB) TO TBD-ACCT
           MOVE ACC-T-TOTAL(WS-ACC-SUB) TO TBD-TOTAL
           WRITE TRIAL-DATA-RECORD
           ADD ACC-T-TOTAL(WS-ACC-SUB) TO WS-CROSS-FOOT
       END-PERFORM
       MOVE "CROSS-FOOT              : " TO TRL-TOTAL-LABEL
           DISPLAY "ACCOUNTS NOT ON THE CHART : "
               WS-UNKNOWN-ACCT-COUNT
       END-IF
       CLOSE TRIAL-DATA-FILE
       CLOSE TRIAL-REPORT.

       FIND-CHART-PARA.
