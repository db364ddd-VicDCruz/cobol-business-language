      ******************************************************************
      * Shared MeritApproval.dat merit-review approval line, one per
      * active employee, written by MERITPLN and read back by MERITAPL
      * once the managers have been through it: the employee, the
      * department, experience tier and salary the plan was made on,
      * the position in the SalaryBands.dat band (0 no band, 1 below
      * the minimum, 2-5 the quarter of the band, 6 above the
      * maximum), the matrix percentage and the percentage proposed
      * within the department's budget pool. The manager may overtype
      * the approved percentage (two implied decimals) and set the
      * decision to 'R' to refuse; a blank or 'A' decision approves.
      * COPY MRAREC REPLACING ==:REC:== BY ==<record-name>==.
      ******************************************************************
       01 :REC:.
           05 MRA-EMP-ID PIC X(10).
           05 FILLER PIC X(1).
           05 MRA-DEPT PIC X(3).
           05 FILLER PIC X(1).
           05 MRA-TIER PIC 9(1).
           05 FILLER PIC X(1).
           05 MRA-SALARY PIC 9(7)V99.
           05 FILLER PIC X(1).
           05 MRA-POSITION PIC 9(1).
           05 FILLER PIC X(1).
           05 MRA-MATRIX-PCT PIC 9(2)V99.
           05 FILLER PIC X(1).
           05 MRA-PROPOSED-PCT PIC 9(2)V99.
           05 FILLER PIC X(1).
           05 MRA-APPROVED-PCT PIC X(4).
           05 MRA-APPROVED-PCT-N REDEFINES MRA-APPROVED-PCT
               PIC 9(2)V99.
           05 FILLER PIC X(1).
           05 MRA-DECISION PIC X(1).
               88 MRA-APPROVED VALUE SPACE 'A'.
               88 MRA-REFUSED VALUE 'R'.
           05 FILLER PIC X(1).
           05 MRA-NAME PIC X(30).
