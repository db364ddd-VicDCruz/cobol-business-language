       FD EXCEPTION-LOG.
       01 EXCEPTION-LINE PIC X(80).
       FD OPERATOR-MASTER.
       COPY OPRREC REPLACING ==:REC:== BY ==OPERATOR-RECORD==.
       FD ACTIVITY-REPORT.
       01 RPT-LINE PIC X(80).

