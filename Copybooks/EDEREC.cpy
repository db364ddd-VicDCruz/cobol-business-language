      ******************************************************************
      * Shared EmpDeduct.dat employee deduction election layout, one
      * record per employee per deduction code (the code as
      * Deductions.dat names it): a percent of gross ('P') or a fixed
      * monthly amount ('F'), the dates the election starts and stops
      * (zero stop date = open-ended), an optional cumulative limit
      * (the total owed on a garnishment) and monthly cap, the total
      * taken so far, the pay period and amount PAYROLL last took -
      * so a month paid again backs its own take out first - and the
      * status, 'P' once the limit has been reached.
      * COPY EDEREC REPLACING ==:REC:== BY ==<record-name>==.
      ******************************************************************
       01 :REC:.
           05 EDE-KEY.
               10 EDE-EMP-ID PIC X(10).
               10 EDE-CODE PIC X(4).
           05 EDE-METHOD PIC X(1).
               88 EDE-IS-PERCENT VALUE 'P'.
               88 EDE-IS-FIXED VALUE 'F'.
           05 EDE-VALUE PIC 9(7)V99.
           05 EDE-START-DATE PIC 9(8).
           05 EDE-STOP-DATE PIC 9(8).
           05 EDE-LIMIT PIC 9(9)V99.
           05 EDE-MONTH-CAP PIC 9(7)V99.
           05 EDE-TAKEN PIC 9(9)V99.
           05 EDE-LAST-PERIOD PIC 9(6).
           05 EDE-LAST-AMOUNT PIC 9(7)V99.
           05 EDE-STATUS PIC X(1).
               88 EDE-ACTIVE VALUE SPACE.
               88 EDE-PAID-OFF VALUE 'P'.
