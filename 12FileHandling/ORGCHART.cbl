      ******************************************************************
      * Author:
      * Date:
      * Purpose: Organization chart from the reporting line kept on
      *          the Employee.dat master (EMP-MANAGER-ID, maintained
      *          through EMPMAINT). Every active employee is loaded
      *          and hung under the manager named; the chart is
      *          printed from the top down through RPTWRT as a dated
      *          generation catalogued as ORGCHART, each employee
      *          indented under the manager, with the number of
      *          direct reports and the headcount and annual salary
      *          cost of everybody beneath. A span-of-control summary
      *          follows (managers, average and widest span, spans by
      *          band, depth of the hierarchy). An employee whose
      *          manager has been terminated or is not on the master
      *          is an orphan, and one caught in a reporting loop is
      *          cut out of it; both are charted at the top with a
      *          flag, logged through EXCPLOG and listed on the
      *          OrgExcept exceptions report (catalogued as
      *          ORGEXCEPT) so the reporting line can be repaired.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORGCHART.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE
           ASSIGN TO 'Employee.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-ID
           ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
           FILE STATUS IS EMP-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

       FD EMPLOYEE.
       COPY EMPREC REPLACING ==:REC:== BY ==EMPLOYEE-RECORD==.
      *
       WORKING-STORAGE SECTION.

       01 EMP-FILESTATUS PIC X(02).
       01 WS-EOF-FLAG PIC X(1) VALUE 'N'.
           88 END-OF-FILE VALUE 'Y'.
      *
       01 WS-TODAY-DATE PIC 9(8).
      *
      *    THE ACTIVE WORKFORCE, EACH ENTRY POINTING AT ITS MANAGER'S
      *    ENTRY (ZERO AT THE TOP OF A TREE) AND CARRYING THE
      *    ROLLUPS OF EVERYBODY BENEATH IT.
       01 ORG-TABLE.
           05 ORG-ENTRY OCCURS 500 TIMES.
               10 ORG-T-ID PIC X(10).
               10 ORG-T-NAME PIC X(30).
               10 ORG-T-SALARY PIC 9(7)V99.
               10 ORG-T-MGR-ID PIC X(10).
               10 ORG-T-MGR-SUB PIC 9(3).
               10 ORG-T-LEVEL PIC 9(3).
               10 ORG-T-DIRECT PIC 9(3).
               10 ORG-T-HEAD PIC 9(5).
               10 ORG-T-COST PIC 9(9)V99.
               10 ORG-T-FLAG PIC X(1).
                   88 ORG-T-IN-LINE VALUE SPACE.
                   88 ORG-T-MGR-TERMED VALUE 'T'.
                   88 ORG-T-MGR-MISSING VALUE 'M'.
                   88 ORG-T-IN-LOOP VALUE 'L'.
               10 ORG-T-MGR-TERM-DATE PIC 9(8).
       01 WS-ORG-TOTAL PIC 9(3) VALUE ZERO.
       01 WS-ORG-MAX PIC 9(3) VALUE 500.
       01 WS-ORG-SUB PIC 9(3).
       01 WS-ORG-FIND PIC 9(3).
       01 WS-ORG-OVERFLOW-SW PIC X(1) VALUE 'N'.
           88 ORG-OVERFLOW VALUE 'Y'.
      *
      *    THE WALK UP A REPORTING CHAIN.
       01 WS-WALK-SUB PIC 9(3).
       01 WS-WALK-STEPS PIC 9(4).
       01 WS-LOOP-CHECKED-SW PIC X(1).
           88 LOOP-CHECKED VALUE 'Y'.
      *
      *    THE TOP-DOWN PRINT IS A DEPTH-FIRST WALK HELD ON A STACK:
      *    EACH LEVEL REMEMBERS THE ENTRY AND HOW FAR ITS SEARCH FOR
      *    DIRECT REPORTS HAS GOT.
       01 STK-TABLE.
           05 STK-ENTRY OCCURS 500 TIMES.
               10 STK-SUB PIC 9(3).
               10 STK-SCAN PIC 9(3).
       01 WS-STK-TOP PIC 9(3) VALUE ZERO.
       01 WS-CHILD-SUB PIC 9(3).
       01 WS-CHILD-FOUND-SW PIC X(1).
           88 CHILD-FOUND VALUE 'Y'.
       01 WS-PRINT-SUB PIC 9(3).
       01 WS-INDENT PIC 9(2).
      *
       01 WS-PRINTED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-ROOT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-ORPHAN-COUNT PIC 9(5) VALUE ZERO.
       01 WS-LOOP-COUNT PIC 9(5) VALUE ZERO.
       01 WS-MANAGER-COUNT PIC 9(5) VALUE ZERO.
       01 WS-SPAN-TOTAL PIC 9(7) VALUE ZERO.
       01 WS-SPAN-AVERAGE PIC 9(3)V9.
       01 WS-SPAN-WIDEST PIC 9(3) VALUE ZERO.
       01 WS-SPAN-WIDEST-SUB PIC 9(3) VALUE ZERO.
       01 WS-SPAN-BAND-1 PIC 9(5) VALUE ZERO.
       01 WS-SPAN-BAND-2 PIC 9(5) VALUE ZERO.
       01 WS-SPAN-BAND-3 PIC 9(5) VALUE ZERO.
       01 WS-SPAN-BAND-4 PIC 9(5) VALUE ZERO.
       01 WS-DEEPEST PIC 9(3) VALUE ZERO.
      *
       01 WS-RPT-FUNC PIC X(1).
       01 WS-RPT-TITLE PIC X(40) VALUE "ORGANIZATION CHART".
       01 WS-RPT-DETAIL PIC X(80).
       01 WS-RPT-GEN-NAME PIC X(28).
       01 WS-CAT-REPORT-NAME PIC X(16) VALUE "ORGCHART".
       01 WS-RPT-DATE-X PIC X(8).
      *
       01 RPT-HEADER-2.
           05 FILLER PIC X(3)  VALUE "LV".
           05 FILLER PIC X(44) VALUE "EMPLOYEE".
           05 FILLER PIC X(4)  VALUE "DIR".
           05 FILLER PIC X(6)  VALUE "UNDER".
           05 FILLER PIC X(13) VALUE "   COST UNDER".
       01 RPT-ORG-LINE.
           05 RPT-ORG-LEVEL PIC Z9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-ORG-TREE PIC X(44).
           05 RPT-ORG-DIRECT PIC ZZZ.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-ORG-HEAD PIC ZZZZZ.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-ORG-COST PIC Z(9).ZZ.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-ORG-FLAG PIC X(6).
       01 WS-ORG-LABEL.
           05 WS-LABEL-ID PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-LABEL-NAME PIC X(22).
       01 RPT-SUMMARY-LINE.
           05 RPT-SUM-LABEL PIC X(28).
           05 RPT-SUM-VALUE PIC ZZZZ9.
       01 RPT-AVERAGE-LINE.
           05 FILLER PIC X(28) VALUE "AVERAGE SPAN OF CONTROL   : ".
           05 RPT-AVG-VALUE PIC ZZ9.9.
       01 RPT-WIDEST-LINE.
           05 FILLER PIC X(28) VALUE "WIDEST SPAN OF CONTROL    : ".
           05 RPT-WIDE-VALUE PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACE.
           05 RPT-WIDE-ID PIC X(11).
           05 RPT-WIDE-NAME PIC X(30).
       01 RPT-EXC-HEADER-2.
           05 FILLER PIC X(11) VALUE "EMP-ID".
           05 FILLER PIC X(31) VALUE "EMP-NAME".
           05 FILLER PIC X(11) VALUE "MANAGER".
           05 FILLER PIC X(25) VALUE "EXCEPTION".
       01 RPT-EXC-LINE.
           05 RPT-EXC-ID PIC X(11).
           05 RPT-EXC-NAME PIC X(31).
           05 RPT-EXC-MGR-ID PIC X(11).
           05 RPT-EXC-REASON PIC X(17).
           05 RPT-EXC-DATE PIC X(8).
      *
       01 WS-SHARED-PROGRAM PIC X(9) VALUE "ORGCHART".
       01 WS-SHARED-ACTION  PIC X(9).
       01 WS-SHARED-KEY     PIC X(10).
       01 WS-RS-PHASE PIC X(1).
       01 WS-RS-RECORDS PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
       MOVE 'S' TO WS-RS-PHASE
       CALL "RUNSTATS" USING WS-SHARED-PROGRAM, WS-RS-PHASE,
           WS-RS-RECORDS
       END-CALL
       OPEN INPUT EMPLOYEE
       IF EMP-FILESTATUS NOT = "00"
           DISPLAY " EMPLOYEE.DAT NOT FOUND "
           DISPLAY " FILE STATUS IS : " EMP-FILESTATUS
           MOVE 8 TO RETURN-CODE
           GO TO PROGRAM-END-PARA
       END-IF
       PERFORM LOAD-ONE-EMP-PARA THRU LOAD-ONE-EMP-EXIT
           UNTIL END-OF-FILE
      *    A CHART MISSING PART OF THE WORKFORCE WOULD UNDERSTATE
      *    EVERY ROLLUP ABOVE THE MISSING PEOPLE, SO NONE IS PRINTED.
       IF ORG-OVERFLOW
           CLOSE EMPLOYEE
           DISPLAY "*** MORE THAN " WS-ORG-MAX " ACTIVE EMPLOYEES - "
           DISPLAY "*** NO ORGANIZATION CHART PRODUCED "
           MOVE 8 TO RETURN-CODE
           GO TO PROGRAM-END-PARA
       END-IF
       PERFORM RESOLVE-MANAGER-PARA THRU RESOLVE-MANAGER-EXIT
           VARYING WS-ORG-SUB FROM 1 BY 1
           UNTIL WS-ORG-SUB > WS-ORG-TOTAL
       CLOSE EMPLOYEE
       PERFORM VARYING WS-ORG-SUB FROM 1 BY 1
               UNTIL WS-ORG-SUB > WS-ORG-TOTAL
           MOVE 'N' TO WS-LOOP-CHECKED-SW
           PERFORM CHECK-LOOP-PARA UNTIL LOOP-CHECKED
       END-PERFORM
       PERFORM ROLL-UP-PARA
           VARYING WS-ORG-SUB FROM 1 BY 1
           UNTIL WS-ORG-SUB > WS-ORG-TOTAL
       PERFORM COUNT-SPAN-PARA
           VARYING WS-ORG-SUB FROM 1 BY 1
           UNTIL WS-ORG-SUB > WS-ORG-TOTAL

       MOVE WS-TODAY-DATE TO WS-RPT-DATE-X
       MOVE SPACES TO WS-RPT-GEN-NAME
       STRING "OrgChart." WS-RPT-DATE-X ".rpt"
           DELIMITED BY SIZE INTO WS-RPT-GEN-NAME
       MOVE 'O' TO WS-RPT-FUNC
       MOVE SPACES TO WS-RPT-DETAIL
       CALL "RPTWRT" USING WS-RPT-FUNC, WS-RPT-GEN-NAME,
           WS-RPT-TITLE, WS-RPT-DETAIL
       END-CALL
       MOVE RPT-HEADER-2 TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       PERFORM PRINT-TREE-PARA THRU PRINT-TREE-EXIT
           VARYING WS-ORG-SUB FROM 1 BY 1
           UNTIL WS-ORG-SUB > WS-ORG-TOTAL
       PERFORM PRINT-SPAN-SUMMARY-PARA
       PERFORM CLOSE-REPORT-PARA
       PERFORM PRINT-EXCEPTIONS-PARA

       DISPLAY "=== ORGANIZATION CHART ==="
       DISPLAY "EMPLOYEES CHARTED   : " WS-PRINTED-COUNT
       DISPLAY "MANAGERS            : " WS-MANAGER-COUNT
       DISPLAY "ORPHANS             : " WS-ORPHAN-COUNT
       DISPLAY "LOOPS CUT           : " WS-LOOP-COUNT
       MOVE 'E' TO WS-RS-PHASE
       MOVE WS-ORG-TOTAL TO WS-RS-RECORDS
       CALL "RUNSTATS" USING WS-SHARED-PROGRAM, WS-RS-PHASE,
           WS-RS-RECORDS
       END-CALL.

       PROGRAM-END-PARA.
      *    GOBACK RATHER THAN STOP RUN SO THE NIGHT SCHEDULER CAN
      *    CALL THIS STEP AND CARRY ON; RUN STANDALONE IT ENDS THE
      *    RUN UNIT JUST THE SAME.
       GOBACK.

       LOAD-ONE-EMP-PARA.
       READ EMPLOYEE NEXT RECORD
           AT END
               SET END-OF-FILE TO TRUE
               GO TO LOAD-ONE-EMP-EXIT
       END-READ
       IF EMP-MST-TERMED
           GO TO LOAD-ONE-EMP-EXIT
       END-IF
       IF WS-ORG-TOTAL NOT < WS-ORG-MAX
           SET ORG-OVERFLOW TO TRUE
           GO TO LOAD-ONE-EMP-EXIT
       END-IF
       ADD 1 TO WS-ORG-TOTAL
       MOVE WS-ORG-TOTAL TO WS-ORG-SUB
       MOVE EMP-ID TO ORG-T-ID(WS-ORG-SUB)
       MOVE EMP-NAME TO ORG-T-NAME(WS-ORG-SUB)
       MOVE EMP-SALARY TO ORG-T-SALARY(WS-ORG-SUB)
       MOVE EMP-MANAGER-ID TO ORG-T-MGR-ID(WS-ORG-SUB)
       MOVE ZERO TO ORG-T-MGR-SUB(WS-ORG-SUB)
       MOVE ZERO TO ORG-T-LEVEL(WS-ORG-SUB)
       MOVE ZERO TO ORG-T-DIRECT(WS-ORG-SUB)
       MOVE ZERO TO ORG-T-HEAD(WS-ORG-SUB)
       MOVE ZERO TO ORG-T-COST(WS-ORG-SUB)
       MOVE SPACE TO ORG-T-FLAG(WS-ORG-SUB)
       MOVE ZERO TO ORG-T-MGR-TERM-DATE(WS-ORG-SUB).
       LOAD-ONE-EMP-EXIT.
       EXIT.

      *    A MANAGER NOT AMONG THE ACTIVE EMPLOYEES IS LOOKED UP ON
      *    THE MASTER TO SAY WHY: LEFT, OR NEVER THERE.
       RESOLVE-MANAGER-PARA.
       IF ORG-T-MGR-ID(WS-ORG-SUB) = SPACES
           GO TO RESOLVE-MANAGER-EXIT
       END-IF
       PERFORM VARYING WS-ORG-FIND FROM 1 BY 1
               UNTIL WS-ORG-FIND > WS-ORG-TOTAL
                  OR ORG-T-ID(WS-ORG-FIND) = ORG-T-MGR-ID(WS-ORG-SUB)
           CONTINUE
       END-PERFORM
       IF WS-ORG-FIND NOT > WS-ORG-TOTAL
           MOVE WS-ORG-FIND TO ORG-T-MGR-SUB(WS-ORG-SUB)
           GO TO RESOLVE-MANAGER-EXIT
       END-IF
       MOVE ORG-T-MGR-ID(WS-ORG-SUB) TO EMP-ID
       READ EMPLOYEE
           INVALID KEY
               SET ORG-T-MGR-MISSING(WS-ORG-SUB) TO TRUE
           NOT INVALID KEY
               SET ORG-T-MGR-TERMED(WS-ORG-SUB) TO TRUE
               MOVE EMP-TERM-DATE TO ORG-T-MGR-TERM-DATE(WS-ORG-SUB)
       END-READ
       ADD 1 TO WS-ORPHAN-COUNT.
       RESOLVE-MANAGER-EXIT.
       EXIT.

      *    A CHAIN STILL GOING AFTER AS MANY STEPS AS THERE ARE
      *    EMPLOYEES IS GOING ROUND A LOOP, AND WHEREVER THE WALK
      *    HAS GOT TO IS ON THAT LOOP; THAT ENTRY IS CUT LOOSE AND
      *    THE CHAIN WALKED AGAIN.
       CHECK-LOOP-PARA.
       MOVE WS-ORG-SUB TO WS-WALK-SUB
       MOVE ZERO TO WS-WALK-STEPS
       PERFORM UNTIL ORG-T-MGR-SUB(WS-WALK-SUB) = ZERO
                  OR WS-WALK-STEPS > WS-ORG-TOTAL
           MOVE ORG-T-MGR-SUB(WS-WALK-SUB) TO WS-WALK-SUB
           ADD 1 TO WS-WALK-STEPS
       END-PERFORM
       IF WS-WALK-STEPS > WS-ORG-TOTAL
           MOVE ZERO TO ORG-T-MGR-SUB(WS-WALK-SUB)
           SET ORG-T-IN-LOOP(WS-WALK-SUB) TO TRUE
           ADD 1 TO WS-LOOP-COUNT
       ELSE
           MOVE WS-WALK-STEPS TO ORG-T-LEVEL(WS-ORG-SUB)
           SET LOOP-CHECKED TO TRUE
       END-IF.

      *    EACH EMPLOYEE COUNTS ONCE, WITH THE SALARY, FOR EVERY
      *    MANAGER ABOVE.
       ROLL-UP-PARA.
       MOVE ORG-T-MGR-SUB(WS-ORG-SUB) TO WS-WALK-SUB
       IF WS-WALK-SUB NOT = ZERO
           ADD 1 TO ORG-T-DIRECT(WS-WALK-SUB)
       END-IF
       PERFORM UNTIL WS-WALK-SUB = ZERO
           ADD 1 TO ORG-T-HEAD(WS-WALK-SUB)
           ADD ORG-T-SALARY(WS-ORG-SUB) TO ORG-T-COST(WS-WALK-SUB)
           MOVE ORG-T-MGR-SUB(WS-WALK-SUB) TO WS-WALK-SUB
       END-PERFORM
       IF ORG-T-LEVEL(WS-ORG-SUB) > WS-DEEPEST
           MOVE ORG-T-LEVEL(WS-ORG-SUB) TO WS-DEEPEST
       END-IF.

       COUNT-SPAN-PARA.
       IF ORG-T-MGR-SUB(WS-ORG-SUB) = ZERO
           ADD 1 TO WS-ROOT-COUNT
       END-IF
       IF ORG-T-DIRECT(WS-ORG-SUB) > ZERO
           ADD 1 TO WS-MANAGER-COUNT
           ADD ORG-T-DIRECT(WS-ORG-SUB) TO WS-SPAN-TOTAL
           IF ORG-T-DIRECT(WS-ORG-SUB) > WS-SPAN-WIDEST
               MOVE ORG-T-DIRECT(WS-ORG-SUB) TO WS-SPAN-WIDEST
               MOVE WS-ORG-SUB TO WS-SPAN-WIDEST-SUB
           END-IF
           EVALUATE TRUE
           WHEN ORG-T-DIRECT(WS-ORG-SUB) < 3
               ADD 1 TO WS-SPAN-BAND-1
           WHEN ORG-T-DIRECT(WS-ORG-SUB) < 6
               ADD 1 TO WS-SPAN-BAND-2
           WHEN ORG-T-DIRECT(WS-ORG-SUB) < 10
               ADD 1 TO WS-SPAN-BAND-3
           WHEN OTHER
               ADD 1 TO WS-SPAN-BAND-4
           END-EVALUATE
       END-IF.

      *    EVERY TREE STARTS FROM AN ENTRY WITH NOBODY ABOVE IT.
       PRINT-TREE-PARA.
       IF ORG-T-MGR-SUB(WS-ORG-SUB) NOT = ZERO
           GO TO PRINT-TREE-EXIT
       END-IF
       MOVE WS-ORG-SUB TO WS-PRINT-SUB
       MOVE ZERO TO WS-STK-TOP
       PERFORM PRINT-ENTRY-PARA
       PERFORM PUSH-ENTRY-PARA
       PERFORM TREE-STEP-PARA UNTIL WS-STK-TOP = ZERO.
       PRINT-TREE-EXIT.
       EXIT.

      *    THE NEXT DIRECT REPORT OF THE ENTRY ON TOP OF THE STACK
      *    IS PRINTED AND PUSHED; WITH NONE LEFT THE ENTRY IS DONE.
       TREE-STEP-PARA.
       MOVE 'N' TO WS-CHILD-FOUND-SW
       COMPUTE WS-CHILD-SUB = STK-SCAN(WS-STK-TOP) + 1
       PERFORM UNTIL WS-CHILD-SUB > WS-ORG-TOTAL OR CHILD-FOUND
           IF ORG-T-MGR-SUB(WS-CHILD-SUB) = STK-SUB(WS-STK-TOP)
               SET CHILD-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-CHILD-SUB
           END-IF
       END-PERFORM
       IF CHILD-FOUND
           MOVE WS-CHILD-SUB TO STK-SCAN(WS-STK-TOP)
           MOVE WS-CHILD-SUB TO WS-PRINT-SUB
           PERFORM PRINT-ENTRY-PARA
           PERFORM PUSH-ENTRY-PARA
       ELSE
           SUBTRACT 1 FROM WS-STK-TOP
       END-IF.

       PUSH-ENTRY-PARA.
       ADD 1 TO WS-STK-TOP
       MOVE WS-PRINT-SUB TO STK-SUB(WS-STK-TOP)
       MOVE ZERO TO STK-SCAN(WS-STK-TOP).

      *    TWO COLUMNS OF INDENT A LEVEL, AS DEEP AS THE LINE ALLOWS.
       PRINT-ENTRY-PARA.
       ADD 1 TO WS-PRINTED-COUNT
       MOVE SPACES TO RPT-ORG-TREE
       IF ORG-T-LEVEL(WS-PRINT-SUB) > 5
           MOVE 10 TO WS-INDENT
       ELSE
           COMPUTE WS-INDENT = ORG-T-LEVEL(WS-PRINT-SUB) * 2
       END-IF
       MOVE ORG-T-ID(WS-PRINT-SUB) TO WS-LABEL-ID
       MOVE ORG-T-NAME(WS-PRINT-SUB) TO WS-LABEL-NAME
       MOVE WS-ORG-LABEL TO RPT-ORG-TREE(WS-INDENT + 1:)
       MOVE ORG-T-LEVEL(WS-PRINT-SUB) TO RPT-ORG-LEVEL
       MOVE ORG-T-DIRECT(WS-PRINT-SUB) TO RPT-ORG-DIRECT
       MOVE ORG-T-HEAD(WS-PRINT-SUB) TO RPT-ORG-HEAD
       MOVE ORG-T-COST(WS-PRINT-SUB) TO RPT-ORG-COST
       EVALUATE TRUE
       WHEN ORG-T-IN-LOOP(WS-PRINT-SUB)
           MOVE "LOOP" TO RPT-ORG-FLAG
       WHEN ORG-T-MGR-TERMED(WS-PRINT-SUB)
       WHEN ORG-T-MGR-MISSING(WS-PRINT-SUB)
           MOVE "ORPHAN" TO RPT-ORG-FLAG
       WHEN OTHER
           MOVE SPACES TO RPT-ORG-FLAG
       END-EVALUATE
       MOVE RPT-ORG-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA.

       PRINT-SPAN-SUMMARY-PARA.
       MOVE SPACES TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       MOVE "SPAN OF CONTROL SUMMARY" TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       MOVE "EMPLOYEES CHARTED         : " TO RPT-SUM-LABEL
       MOVE WS-PRINTED-COUNT TO RPT-SUM-VALUE
       PERFORM WRITE-SUMMARY-LINE-PARA
       MOVE "AT THE TOP (NO MANAGER)   : " TO RPT-SUM-LABEL
       COMPUTE RPT-SUM-VALUE =
           WS-ROOT-COUNT - WS-ORPHAN-COUNT - WS-LOOP-COUNT
       PERFORM WRITE-SUMMARY-LINE-PARA
       MOVE "MANAGERS                  : " TO RPT-SUM-LABEL
       MOVE WS-MANAGER-COUNT TO RPT-SUM-VALUE
       PERFORM WRITE-SUMMARY-LINE-PARA
       IF WS-MANAGER-COUNT > ZERO
           COMPUTE WS-SPAN-AVERAGE ROUNDED =
               WS-SPAN-TOTAL / WS-MANAGER-COUNT
           MOVE WS-SPAN-AVERAGE TO RPT-AVG-VALUE
           MOVE RPT-AVERAGE-LINE TO WS-RPT-DETAIL
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE WS-SPAN-WIDEST TO RPT-WIDE-VALUE
           MOVE ORG-T-ID(WS-SPAN-WIDEST-SUB) TO RPT-WIDE-ID
           MOVE ORG-T-NAME(WS-SPAN-WIDEST-SUB) TO RPT-WIDE-NAME
           MOVE RPT-WIDEST-LINE TO WS-RPT-DETAIL
           PERFORM WRITE-REPORT-LINE-PARA
       END-IF
       MOVE "  SPAN 1-2                : " TO RPT-SUM-LABEL
       MOVE WS-SPAN-BAND-1 TO RPT-SUM-VALUE
       PERFORM WRITE-SUMMARY-LINE-PARA
       MOVE "  SPAN 3-5                : " TO RPT-SUM-LABEL
       MOVE WS-SPAN-BAND-2 TO RPT-SUM-VALUE
       PERFORM WRITE-SUMMARY-LINE-PARA
       MOVE "  SPAN 6-9                : " TO RPT-SUM-LABEL
       MOVE WS-SPAN-BAND-3 TO RPT-SUM-VALUE
       PERFORM WRITE-SUMMARY-LINE-PARA
       MOVE "  SPAN 10 AND OVER        : " TO RPT-SUM-LABEL
       MOVE WS-SPAN-BAND-4 TO RPT-SUM-VALUE
       PERFORM WRITE-SUMMARY-LINE-PARA
       MOVE "LEVELS BELOW THE TOP      : " TO RPT-SUM-LABEL
       MOVE WS-DEEPEST TO RPT-SUM-VALUE
       PERFORM WRITE-SUMMARY-LINE-PARA
       MOVE "ORPHANS (SEE EXCEPTIONS)  : " TO RPT-SUM-LABEL
       MOVE WS-ORPHAN-COUNT TO RPT-SUM-VALUE
       PERFORM WRITE-SUMMARY-LINE-PARA
       MOVE "LOOPS CUT (SEE EXCEPTIONS): " TO RPT-SUM-LABEL
       MOVE WS-LOOP-COUNT TO RPT-SUM-VALUE
       PERFORM WRITE-SUMMARY-LINE-PARA.

       WRITE-SUMMARY-LINE-PARA.
       MOVE RPT-SUMMARY-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA.

      *    THE CHART IS CLOSED BY NOW, SO THE ONE REPORT WRITER IS
      *    FREE FOR THE EXCEPTIONS LIST. IT IS PRINTED EVEN WHEN
      *    EMPTY, SO A CLEAN RUN CAN BE SEEN TO BE CLEAN.
       PRINT-EXCEPTIONS-PARA.
       MOVE SPACES TO WS-RPT-GEN-NAME
       STRING "OrgExcept." WS-RPT-DATE-X ".rpt"
           DELIMITED BY SIZE INTO WS-RPT-GEN-NAME
       MOVE "REPORTING LINE EXCEPTIONS" TO WS-RPT-TITLE
       MOVE "ORGEXCEPT" TO WS-CAT-REPORT-NAME
       MOVE 'O' TO WS-RPT-FUNC
       MOVE SPACES TO WS-RPT-DETAIL
       CALL "RPTWRT" USING WS-RPT-FUNC, WS-RPT-GEN-NAME,
           WS-RPT-TITLE, WS-RPT-DETAIL
       END-CALL
       MOVE RPT-EXC-HEADER-2 TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       PERFORM PRINT-ONE-EXCEPTION-PARA THRU PRINT-ONE-EXCEPTION-EXIT
           VARYING WS-ORG-SUB FROM 1 BY 1
           UNTIL WS-ORG-SUB > WS-ORG-TOTAL
       MOVE "ORPHANS                   : " TO RPT-SUM-LABEL
       MOVE WS-ORPHAN-COUNT TO RPT-SUM-VALUE
       PERFORM WRITE-SUMMARY-LINE-PARA
       MOVE "LOOPS CUT                 : " TO RPT-SUM-LABEL
       MOVE WS-LOOP-COUNT TO RPT-SUM-VALUE
       PERFORM WRITE-SUMMARY-LINE-PARA
       PERFORM CLOSE-REPORT-PARA.

       PRINT-ONE-EXCEPTION-PARA.
       IF ORG-T-IN-LINE(WS-ORG-SUB)
           GO TO PRINT-ONE-EXCEPTION-EXIT
       END-IF
       MOVE ORG-T-ID(WS-ORG-SUB) TO RPT-EXC-ID
       MOVE ORG-T-NAME(WS-ORG-SUB) TO RPT-EXC-NAME
       MOVE ORG-T-MGR-ID(WS-ORG-SUB) TO RPT-EXC-MGR-ID
       MOVE SPACES TO RPT-EXC-DATE
       EVALUATE TRUE
       WHEN ORG-T-MGR-TERMED(WS-ORG-SUB)
           MOVE "MANAGER LEFT" TO RPT-EXC-REASON
           MOVE ORG-T-MGR-TERM-DATE(WS-ORG-SUB) TO RPT-EXC-DATE
           MOVE "ORPHAN   " TO WS-SHARED-ACTION
       WHEN ORG-T-MGR-MISSING(WS-ORG-SUB)
           MOVE "MANAGER NOT FOUND" TO RPT-EXC-REASON
           MOVE "ORPHAN   " TO WS-SHARED-ACTION
       WHEN OTHER
           MOVE "REPORTING LOOP" TO RPT-EXC-REASON
           MOVE "MGR-LOOP " TO WS-SHARED-ACTION
       END-EVALUATE
       MOVE RPT-EXC-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       MOVE ORG-T-ID(WS-ORG-SUB) TO WS-SHARED-KEY
       CALL "EXCPLOG" USING WS-SHARED-PROGRAM, WS-SHARED-ACTION,
           WS-SHARED-KEY.
       PRINT-ONE-EXCEPTION-EXIT.
       EXIT.

       CLOSE-REPORT-PARA.
       MOVE 'C' TO WS-RPT-FUNC
       CALL "RPTWRT" USING WS-RPT-FUNC, WS-RPT-GEN-NAME,
           WS-RPT-TITLE, WS-RPT-DETAIL
       END-CALL
       CALL "RPTCAT" USING WS-CAT-REPORT-NAME, WS-RPT-GEN-NAME,
           WS-TODAY-DATE.

       WRITE-REPORT-LINE-PARA.
       MOVE 'D' TO WS-RPT-FUNC
       CALL "RPTWRT" USING WS-RPT-FUNC, WS-RPT-GEN-NAME,
           WS-RPT-TITLE, WS-RPT-DETAIL.
       END PROGRAM ORGCHART.
