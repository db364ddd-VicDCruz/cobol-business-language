      ******************************************************************
      * Shared OffCycle.dat off-cycle payment line, queued by BANKREC
      * for every payment the bank returned unpaid so the employee
      * can be paid again outside the monthly run once the bank
      * details are put right: the employee, the amount owed, the
      * bank's reason code, the date of the payment file it was
      * rejected from and the day it was queued.
      * COPY OFCREC REPLACING ==:REC:== BY ==<record-name>==.
      ******************************************************************
       01 :REC:.
           05 OFC-EMP-ID PIC X(10).
           05 FILLER PIC X(1).
           05 OFC-NAME PIC X(30).
           05 FILLER PIC X(1).
           05 OFC-AMOUNT PIC 9(7)V99.
           05 FILLER PIC X(1).
           05 OFC-REASON PIC X(4).
           05 FILLER PIC X(1).
           05 OFC-ORIG-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 OFC-QUEUED-DATE PIC 9(8).
