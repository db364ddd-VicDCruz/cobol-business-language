      ******************************************************************
      * Shared LoanQuote.dat payoff-quote layout, keyed on the quote
      * reference LOANSRV gives it: the loan and its borrower's
      * EMP-ID (blank unless a staff loan), the date quoted, the
      * settlement date the figure is worked to and the last date
      * it may be paid against, the date interest was last paid
      * through and the days accrued since, the outstanding
      * principal, the accrued interest and the payoff total, and
      * the quote status ('O' open, 'S' settled - the loan was
      * closed against it) with the date it last changed. LETTGEN
      * prints the quote letter from it.
      * COPY LQTREC REPLACING ==:REC:== BY ==<record-name>==.
      ******************************************************************
       01 :REC:.
           05 LQ-REF PIC 9(6).
           05 LQ-LOAN-ID PIC X(8).
           05 LQ-EMP-ID PIC X(10).
           05 LQ-QUOTE-DATE PIC 9(8).
           05 LQ-SETTLE-DATE PIC 9(8).
           05 LQ-VALID-DATE PIC 9(8).
           05 LQ-PAID-THRU PIC 9(8).
           05 LQ-DAYS PIC 9(5).
           05 LQ-PRINCIPAL PIC S9(9)V99.
           05 LQ-INTEREST PIC S9(7)V99.
           05 LQ-PAYOFF PIC S9(9)V99.
           05 LQ-STATUS PIC X(1).
               88 LQ-OPEN VALUE 'O'.
               88 LQ-SETTLED VALUE 'S'.
           05 LQ-STATUS-DATE PIC 9(8).
