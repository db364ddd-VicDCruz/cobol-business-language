      ******************************************************************
      * Shared PayRetro.dat pending retroactive-pay line, written by
      * EMPMAINT whenever it applies a salary change carrying an
      * effective date and read by the next PAYROLL run, which pays
      * the difference for any month already paid at the old rate
      * and then clears the file: the employee, the date the change
      * took effect, the annual salary before and after, and the day
      * the change reached the master.
      * COPY RTOREC REPLACING ==:REC:== BY ==<record-name>==.
      ******************************************************************
       01 :REC:.
           05 RTO-EMP-ID PIC X(10).
           05 FILLER PIC X(1).
           05 RTO-EFF-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 RTO-OLD-SALARY PIC 9(7)V99.
           05 FILLER PIC X(1).
           05 RTO-NEW-SALARY PIC 9(7)V99.
           05 FILLER PIC X(1).
           05 RTO-APPLIED-DATE PIC 9(8).
