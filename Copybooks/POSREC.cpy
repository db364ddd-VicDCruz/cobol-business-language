      ******************************************************************
      * Shared Positions.dat position-control line, one per
      * Department.dat code under control: the authorized headcount
      * and the annual salary budget for the department. EMPMAINT
      * holds any hire or transfer that would take a department past
      * its authorized headcount for supervisor approval, and POSVAC
      * reports authorized against actual every month. A department
      * with no line is not under position control.
      * COPY POSREC REPLACING ==:REC:== BY ==<record-name>==.
      ******************************************************************
       01 :REC:.
           05 POS-DEPT PIC X(3).
           05 FILLER PIC X(1).
           05 POS-AUTH-HEAD PIC 9(5).
           05 FILLER PIC X(1).
           05 POS-SALARY-BUDGET PIC 9(9)V99.
