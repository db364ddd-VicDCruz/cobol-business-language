      ******************************************************************
      * Shared EmpMaint.txn employee-maintenance transaction line,
      * applied by EMPMAINT and written by the programs that feed it
      * (MERITAPL books merit increases, POSAPPR releases approved
      * position holds). One fixed-column transaction per line; only
      * the fields the action needs are filled - a hire ('H') the
      * lot, a transfer ('T') a department, a salary change ('S') a
      * salary, a manager change ('M') the manager's EMP-ID, a
      * termination ('X') only the key. Any of them may carry the
      * date it takes effect. A hire or transfer into a department
      * already at its authorized headcount carries the operator ID
      * of the supervisor who approved it over the establishment.
      * COPY MNTREC REPLACING ==:REC:== BY ==<record-name>==.
      ******************************************************************
       01 :REC:.
        05 MNT-ACTION PIC X(1).
        05 MNT-EMP-ID PIC X(10).
        05 MNT-NAME PIC X(30).
        05 MNT-EXP PIC X(1).
        05 MNT-DEPT PIC X(3).
        05 MNT-HIRE-DATE PIC X(8).
        05 MNT-SALARY PIC X(10).
        05 MNT-EFF-DATE PIC X(8).
        05 MNT-MANAGER-ID PIC X(10).
        05 MNT-POS-APPROVER PIC X(8).
