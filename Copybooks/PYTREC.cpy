      ******************************************************************
      * Shared PayYtd.dat payroll year-to-date master layout, one
      * record per employee keyed on the employee id: the tax year
      * the accumulators belong to, the last pay period PAYROLL
      * posted, the deduction codes in the order they were first met
      * (up to ten, as Deductions.dat carries, with staff loan
      * repayments and recoveries under code LOAN), the year-to-date
      * gross, amount per deduction code and net, and the same
      * figures for each of the twelve months. PAYROLL replaces its
      * month outright and re-adds the year from the months, so a
      * month paid twice is never counted twice; PAYYEND prints the
      * year and resets the record for the next tax year.
      * COPY PYTREC REPLACING ==:REC:== BY ==<record-name>==.
      ******************************************************************
       01 :REC:.
           05 PYT-EMP-ID PIC X(10).
           05 PYT-TAX-YEAR PIC 9(4).
           05 PYT-NAME PIC X(30).
           05 PYT-DEPT PIC X(3).
           05 PYT-LAST-PERIOD PIC 9(6).
           05 PYT-DED-CODE OCCURS 10 TIMES PIC X(4).
           05 PYT-YTD-GROSS PIC S9(9)V99.
           05 PYT-YTD-DED OCCURS 10 TIMES PIC S9(9)V99.
           05 PYT-YTD-NET PIC S9(9)V99.
           05 PYT-MONTH OCCURS 12 TIMES.
               10 PYT-M-GROSS PIC S9(7)V99.
               10 PYT-M-DED OCCURS 10 TIMES PIC S9(7)V99.
               10 PYT-M-NET PIC S9(7)V99.
