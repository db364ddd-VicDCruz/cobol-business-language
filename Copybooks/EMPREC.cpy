      * Shared Employee.dat master record layout: key, name,
      * experience tier, department code, hire date (YYYYMMDD),
      * annual salary, employment status (space = active, 'T' =
      * terminated), termination date and the EMP-ID of the manager
      * the employee reports to (blank at the top of the hierarchy).
      * COPY EMPREC REPLACING ==:REC:== BY ==<record-name>==.
      ******************************************************************
       01 :REC:.
           05 EMP-ID            PIC X(10).
               88 EMP-MST-TERMED VALUE 'T'.
           05 FILLER            PIC X(1).
           05 EMP-TERM-DATE     PIC 9(8).
           05 FILLER            PIC X(1).
           05 EMP-MANAGER-ID    PIC X(10).
