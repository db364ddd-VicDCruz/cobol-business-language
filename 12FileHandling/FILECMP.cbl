       DATA DIVISION.
       FILE SECTION.
       FD FILE-A.
       01 A-LINE PIC X(100).
       FD FILE-B.
       01 B-LINE PIC X(100).
       FD COMPARE-REPORT.
       01 RPT-LINE PIC X(90).

      *    IT.
       01 IMG-TABLE.
           05 IMG-ENTRY OCCURS 500 TIMES.
               10 IMG-T-IMAGE PIC X(100).
               10 IMG-T-MATCHED PIC X(1).
       01 WS-IMG-TOTAL PIC 9(3) VALUE ZERO.
       01 WS-IMG-MAX PIC 9(3) VALUE 500.
       01 WS-MATCH-COUNT PIC 9(4) VALUE ZERO.
       01 WS-DIFF-COUNT PIC 9(4) VALUE ZERO.
       01 WS-FIELD-DIFFERED PIC X(1).
       01 WS-FLD-COST PIC ZZZZ9.99.
       01 WS-FLD-SALARY PIC ZZZZZZ9.99.
      *
       01 RPT-HEADER-1.
           05 FILLER PIC X(16) VALUE "FILE COMPARE - ".
       END-IF
       IF EMP-SALARY OF WS-A-EMP NOT = EMP-SALARY OF WS-B-EMP
           MOVE "EMP-SALARY" TO RPT-FLD-NAME
           MOVE EMP-SALARY OF WS-A-EMP TO WS-FLD-SALARY
           MOVE WS-FLD-SALARY TO RPT-FLD-OLD
           MOVE EMP-SALARY OF WS-B-EMP TO WS-FLD-SALARY
           MOVE WS-FLD-SALARY TO RPT-FLD-NEW
           PERFORM WRITE-FIELD-DIFF-PARA
       END-IF
       IF EMP-MST-STATUS OF WS-A-EMP
           MOVE EMP-TERM-DATE OF WS-A-EMP TO RPT-FLD-OLD
           MOVE EMP-TERM-DATE OF WS-B-EMP TO RPT-FLD-NEW
           PERFORM WRITE-FIELD-DIFF-PARA
       END-IF
       IF EMP-MANAGER-ID OF WS-A-EMP
               NOT = EMP-MANAGER-ID OF WS-B-EMP
           MOVE "EMP-MANAGER-ID" TO RPT-FLD-NAME
           MOVE EMP-MANAGER-ID OF WS-A-EMP TO RPT-FLD-OLD
           MOVE EMP-MANAGER-ID OF WS-B-EMP TO RPT-FLD-NEW
           PERFORM WRITE-FIELD-DIFF-PARA
       END-IF.

       COMPARE-F2REC-PARA.
           MOVE STK-LAST-COUNT OF WS-A-STK TO RPT-FLD-OLD
           MOVE STK-LAST-COUNT OF WS-B-STK TO RPT-FLD-NEW
           PERFORM WRITE-FIELD-DIFF-PARA
       END-IF
       IF STK-AVG-COST OF WS-A-STK
               NOT = STK-AVG-COST OF WS-B-STK
           MOVE "STK-AVG-COST" TO RPT-FLD-NAME
           MOVE STK-AVG-COST OF WS-A-STK TO WS-FLD-COST
           MOVE WS-FLD-COST TO RPT-FLD-OLD
           MOVE STK-AVG-COST OF WS-B-STK TO WS-FLD-COST
           MOVE WS-FLD-COST TO RPT-FLD-NEW
           PERFORM WRITE-FIELD-DIFF-PARA
       END-IF.

       WRITE-FIELD-DIFF-PARA.
