       COPY EMPREC REPLACING ==:REC:== BY ==EMPLOYEE-RECORD==.
      *
       FD MASTER-JOURNAL.
       01 MASTER-JOURNAL-LINE PIC X(129).
      *
       FD FILE2-JOURNAL.
       01 FILE2-JOURNAL-LINE PIC X(60).
           05 FILLER PIC X(34).
      *
       FD WORK-FILE.
       01 WORK-RECORD PIC X(129).
      *
       FD CERT-REPORT.
       01 RPT-LINE PIC X(70).
               SET END-OF-FILE TO TRUE
               GO TO COPY-BACK-EMJ-EXIT
       END-READ
       WRITE MASTER-JOURNAL-LINE FROM WORK-RECORD(1:129).
       COPY-BACK-EMJ-EXIT.
       EXIT.

