      ******************************************************************
      * Shared LoanMaster.dat live-loan master layout, loaded and
      * serviced by LOANSRV: principal, annual rate, term and the
      * term still to run, outstanding balance, level monthly
      * payment, the date the loan opened and the payments posted so
      * far. A staff loan also carries the EMP-ID of the borrower
      * (blank on any other loan) - PAYROLL deducts the level payment
      * from that employee's pay and EMPMAINT flags the balance when
      * the employee leaves. The EMP-ID is an alternate key with
      * duplicates so an employee's loans can be read together.
      * A loan cleared early against a payoff quote is marked
      * settled, with the settlement date, rather than left as a
      * live loan at a zero balance; a loan still being serviced
      * carries a space status.
      * COPY LNMREC REPLACING ==:REC:== BY ==<record-name>==.
      ******************************************************************
       01 :REC:.
           05 LN-ID PIC X(8).
           05 LN-PRINCIPAL PIC 9(7)V99.
           05 LN-RATE PIC 9(3)V9(4).
           05 LN-TERM PIC 9(3).
           05 LN-REMAIN-TERM PIC 9(3).
           05 LN-BALANCE PIC S9(9)V99.
           05 LN-PAYMENT PIC 9(7)V99.
           05 LN-OPEN-DATE PIC 9(8).
           05 LN-PAID-COUNT PIC 9(3).
           05 LN-EMP-ID PIC X(10).
           05 LN-STATUS PIC X(1).
               88 LN-LIVE VALUE SPACE.
               88 LN-SETTLED VALUE 'S'.
           05 LN-SETTLE-DATE PIC 9(8).
