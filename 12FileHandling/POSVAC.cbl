      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly vacancy report for position control. Every
      *          department on Positions.dat is set against the
      *          active employees actually in it on Employee.dat: the
      *          authorized and actual headcount, the open positions
      *          or the number over establishment, and the annual
      *          salary budget against the actual salary cost with
      *          the variance (budget less cost - negative is over
      *          budget). Departments with active staff but no
      *          position line follow as not under control, and a
      *          position line whose code DEPTVAL does not know is
      *          logged through EXCPLOG and left off. The report is
      *          written through RPTWRT as a dated generation and
      *          catalogued as POSVACANCY.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSVAC.

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

           SELECT POSITION-FILE ASSIGN TO 'Positions.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS POS-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

       FD EMPLOYEE.
       COPY EMPREC REPLACING ==:REC:== BY ==EMPLOYEE-RECORD==.
      *
       FD POSITION-FILE.
       COPY POSREC REPLACING ==:REC:== BY ==POSITION-RECORD==.
      *
       WORKING-STORAGE SECTION.

       01 EMP-FILESTATUS PIC X(02).
       01 POS-FILESTATUS PIC X(02).
       01 WS-EOF-FLAG PIC X(1) VALUE 'N'.
           88 END-OF-FILE VALUE 'Y'.
      *
       01 WS-TODAY-DATE PIC 9(8).
      *
      *    ONE ENTRY PER DEPARTMENT - THE POSITION LINES FIRST, THEN
      *    ANY DEPARTMENT THE MASTER HAS STAFF IN WITHOUT ONE.
       01 DPT-TABLE.
           05 DPT-ENTRY OCCURS 100 TIMES.
               10 DPT-T-CODE PIC X(3).
               10 DPT-T-CONTROLLED PIC X(1).
                   88 DPT-T-UNDER-CONTROL VALUE 'Y'.
               10 DPT-T-AUTH PIC 9(5).
               10 DPT-T-BUDGET PIC 9(9)V99.
               10 DPT-T-ACTUAL PIC 9(5).
               10 DPT-T-COST PIC 9(9)V99.
       01 WS-DPT-TOTAL PIC 9(3) VALUE ZERO.
       01 WS-DPT-MAX PIC 9(3) VALUE 100.
       01 WS-DPT-SUB PIC 9(3).
       01 WS-DPT-OVERFLOW-SW PIC X(1) VALUE 'N'.
           88 DPT-OVERFLOW VALUE 'Y'.
      *
       01 WS-VARIANCE PIC S9(9)V99.
       01 WS-OPEN-TOTAL PIC 9(5) VALUE ZERO.
       01 WS-OVER-TOTAL PIC 9(5) VALUE ZERO.
       01 WS-OVER-DEPT-COUNT PIC 9(3) VALUE ZERO.
       01 WS-AUTH-TOTAL PIC 9(5) VALUE ZERO.
       01 WS-ACTUAL-TOTAL PIC 9(5) VALUE ZERO.
       01 WS-BUDGET-TOTAL PIC 9(11)V99 VALUE ZERO.
       01 WS-COST-TOTAL PIC 9(11)V99 VALUE ZERO.
       01 WS-UNCONTROLLED-SW PIC X(1) VALUE 'N'.
           88 UNCONTROLLED-HEADED VALUE 'Y'.
      *
       01 WS-DEP-FUNC PIC X(1).
       01 WS-DEP-CODE PIC X(3).
       01 WS-DEP-NAME PIC X(20).
       01 WS-DEP-COST PIC X(4).
       01 WS-DEP-FOUND PIC X(1).
      *
       01 WS-RPT-FUNC PIC X(1).
       01 WS-RPT-TITLE PIC X(40)
           VALUE "POSITION CONTROL - VACANCIES".
       01 WS-RPT-DETAIL PIC X(80).
       01 WS-RPT-GEN-NAME PIC X(28).
       01 WS-CAT-REPORT-NAME PIC X(16) VALUE "POSVACANCY".
       01 WS-RPT-DATE-X PIC X(8).
      *
       01 RPT-HEADER-2.
           05 FILLER PIC X(19) VALUE "DEPT".
           05 FILLER PIC X(6)  VALUE " AUTH".
           05 FILLER PIC X(6)  VALUE "  ACT".
           05 FILLER PIC X(5)  VALUE " OPEN".
           05 FILLER PIC X(5)  VALUE " OVER".
           05 FILLER PIC X(13) VALUE "       BUDGET".
           05 FILLER PIC X(13) VALUE "  SALARY COST".
           05 FILLER PIC X(13) VALUE "     VARIANCE".
       01 RPT-DETAIL-LINE.
           05 RPT-DEPT PIC X(4).
           05 RPT-DEPT-NAME PIC X(15).
           05 RPT-AUTH PIC ZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-ACTUAL PIC ZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-OPEN PIC ZZZZ.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-OVER PIC ZZZZ.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-BUDGET PIC Z(8)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-COST PIC Z(8)9.99.
           05 RPT-VARIANCE PIC -(9)9.99.
       01 RPT-TOTAL-LINE.
           05 FILLER PIC X(19) VALUE "TOTAL CONTROLLED".
           05 RPT-TOT-AUTH PIC ZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-TOT-ACTUAL PIC ZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-TOT-OPEN PIC ZZZZ.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-TOT-OVER PIC ZZZZ.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-TOT-BUDGET PIC Z(8)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-TOT-COST PIC Z(8)9.99.
           05 RPT-TOT-VARIANCE PIC -(9)9.99.
       01 RPT-SUMMARY-LINE.
           05 RPT-SUM-LABEL PIC X(28).
           05 RPT-SUM-VALUE PIC ZZZZ9.
      *
       01 WS-SHARED-PROGRAM PIC X(9) VALUE "POSVAC".
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
       OPEN INPUT POSITION-FILE
       IF POS-FILESTATUS NOT = "00"
           DISPLAY " POSITIONS.DAT NOT FOUND - NO DEPARTMENT IS "
           DISPLAY " UNDER POSITION CONTROL "
           GO TO PROGRAM-END-PARA
       END-IF
       PERFORM LOAD-ONE-POSITION-PARA THRU LOAD-ONE-POSITION-EXIT
           UNTIL END-OF-FILE
       CLOSE POSITION-FILE
       OPEN INPUT EMPLOYEE
       IF EMP-FILESTATUS NOT = "00"
           DISPLAY " EMPLOYEE.DAT NOT FOUND "
           DISPLAY " FILE STATUS IS : " EMP-FILESTATUS
           MOVE 8 TO RETURN-CODE
           GO TO PROGRAM-END-PARA
       END-IF
       MOVE 'N' TO WS-EOF-FLAG
       PERFORM COUNT-ONE-EMP-PARA THRU COUNT-ONE-EMP-EXIT
           UNTIL END-OF-FILE
       CLOSE EMPLOYEE
      *    A DEPARTMENT LEFT OUT OF THE TABLE WOULD VANISH FROM THE
      *    REPORT WITHOUT TRACE, SO NO REPORT IS BETTER THAN THAT.
       IF DPT-OVERFLOW
           DISPLAY "*** MORE THAN " WS-DPT-MAX " DEPARTMENTS - "
           DISPLAY "*** NO VACANCY REPORT PRODUCED "
           MOVE 8 TO RETURN-CODE
           GO TO PROGRAM-END-PARA
       END-IF

       MOVE WS-TODAY-DATE TO WS-RPT-DATE-X
       MOVE SPACES TO WS-RPT-GEN-NAME
       STRING "PosVacancy." WS-RPT-DATE-X ".rpt"
           DELIMITED BY SIZE INTO WS-RPT-GEN-NAME
       MOVE 'O' TO WS-RPT-FUNC
       MOVE SPACES TO WS-RPT-DETAIL
       CALL "RPTWRT" USING WS-RPT-FUNC, WS-RPT-GEN-NAME,
           WS-RPT-TITLE, WS-RPT-DETAIL
       END-CALL
       MOVE RPT-HEADER-2 TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       PERFORM PRINT-CONTROLLED-PARA THRU PRINT-CONTROLLED-EXIT
           VARYING WS-DPT-SUB FROM 1 BY 1
           UNTIL WS-DPT-SUB > WS-DPT-TOTAL
       PERFORM PRINT-TOTALS-PARA
       PERFORM PRINT-UNCONTROLLED-PARA THRU PRINT-UNCONTROLLED-EXIT
           VARYING WS-DPT-SUB FROM 1 BY 1
           UNTIL WS-DPT-SUB > WS-DPT-TOTAL
       MOVE 'C' TO WS-RPT-FUNC
       CALL "RPTWRT" USING WS-RPT-FUNC, WS-RPT-GEN-NAME,
           WS-RPT-TITLE, WS-RPT-DETAIL
       END-CALL
       CALL "RPTCAT" USING WS-CAT-REPORT-NAME, WS-RPT-GEN-NAME,
           WS-TODAY-DATE
       END-CALL

       DISPLAY "=== POSITION CONTROL VACANCIES ==="
       DISPLAY "AUTHORIZED HEADCOUNT : " WS-AUTH-TOTAL
       DISPLAY "ACTUAL HEADCOUNT     : " WS-ACTUAL-TOTAL
       DISPLAY "OPEN POSITIONS       : " WS-OPEN-TOTAL
       DISPLAY "DEPARTMENTS OVER     : " WS-OVER-DEPT-COUNT
       MOVE 'E' TO WS-RS-PHASE
       MOVE WS-ACTUAL-TOTAL TO WS-RS-RECORDS
       CALL "RUNSTATS" USING WS-SHARED-PROGRAM, WS-RS-PHASE,
           WS-RS-RECORDS
       END-CALL.

       PROGRAM-END-PARA.
      *    GOBACK RATHER THAN STOP RUN SO THE NIGHT SCHEDULER CAN
      *    CALL THIS STEP AND CARRY ON; RUN STANDALONE IT ENDS THE
      *    RUN UNIT JUST THE SAME.
       GOBACK.

       LOAD-ONE-POSITION-PARA.
       READ POSITION-FILE
           AT END
               SET END-OF-FILE TO TRUE
               GO TO LOAD-ONE-POSITION-EXIT
       END-READ
       IF POSITION-RECORD = SPACES
           GO TO LOAD-ONE-POSITION-EXIT
       END-IF
       MOVE 'V' TO WS-DEP-FUNC
       MOVE POS-DEPT TO WS-DEP-CODE
       CALL "DEPTVAL" USING WS-DEP-FUNC, WS-DEP-CODE, WS-DEP-NAME,
           WS-DEP-COST, WS-DEP-FOUND
       END-CALL
       IF WS-DEP-FOUND NOT = 'Y' OR POS-AUTH-HEAD NOT NUMERIC
               OR POS-SALARY-BUDGET NOT NUMERIC
           DISPLAY "*** POSITION LINE LEFT OFF : " POSITION-RECORD
           MOVE "BAD-POSN " TO WS-SHARED-ACTION
           MOVE POS-DEPT TO WS-SHARED-KEY
           CALL "EXCPLOG" USING WS-SHARED-PROGRAM, WS-SHARED-ACTION,
               WS-SHARED-KEY
           END-CALL
           GO TO LOAD-ONE-POSITION-EXIT
       END-IF
       IF WS-DPT-TOTAL NOT < WS-DPT-MAX
           SET DPT-OVERFLOW TO TRUE
           GO TO LOAD-ONE-POSITION-EXIT
       END-IF
       ADD 1 TO WS-DPT-TOTAL
       MOVE POS-DEPT TO DPT-T-CODE(WS-DPT-TOTAL)
       MOVE 'Y' TO DPT-T-CONTROLLED(WS-DPT-TOTAL)
       MOVE POS-AUTH-HEAD TO DPT-T-AUTH(WS-DPT-TOTAL)
       MOVE POS-SALARY-BUDGET TO DPT-T-BUDGET(WS-DPT-TOTAL)
       MOVE ZERO TO DPT-T-ACTUAL(WS-DPT-TOTAL)
       MOVE ZERO TO DPT-T-COST(WS-DPT-TOTAL).
       LOAD-ONE-POSITION-EXIT.
       EXIT.

       COUNT-ONE-EMP-PARA.
       READ EMPLOYEE NEXT RECORD
           AT END
               SET END-OF-FILE TO TRUE
               GO TO COUNT-ONE-EMP-EXIT
       END-READ
       IF NOT EMP-MST-ACTIVE
           GO TO COUNT-ONE-EMP-EXIT
       END-IF
       PERFORM VARYING WS-DPT-SUB FROM 1 BY 1
               UNTIL WS-DPT-SUB > WS-DPT-TOTAL
                  OR DPT-T-CODE(WS-DPT-SUB) = EMP-DEPT
           CONTINUE
       END-PERFORM
       IF WS-DPT-SUB > WS-DPT-TOTAL
           IF WS-DPT-TOTAL NOT < WS-DPT-MAX
               SET DPT-OVERFLOW TO TRUE
               GO TO COUNT-ONE-EMP-EXIT
           END-IF
           ADD 1 TO WS-DPT-TOTAL
           MOVE EMP-DEPT TO DPT-T-CODE(WS-DPT-SUB)
           MOVE 'N' TO DPT-T-CONTROLLED(WS-DPT-SUB)
           MOVE ZERO TO DPT-T-AUTH(WS-DPT-SUB)
           MOVE ZERO TO DPT-T-BUDGET(WS-DPT-SUB)
           MOVE ZERO TO DPT-T-ACTUAL(WS-DPT-SUB)
           MOVE ZERO TO DPT-T-COST(WS-DPT-SUB)
       END-IF
       ADD 1 TO DPT-T-ACTUAL(WS-DPT-SUB)
       ADD EMP-SALARY TO DPT-T-COST(WS-DPT-SUB).
       COUNT-ONE-EMP-EXIT.
       EXIT.

       PRINT-CONTROLLED-PARA.
       IF NOT DPT-T-UNDER-CONTROL(WS-DPT-SUB)
           GO TO PRINT-CONTROLLED-EXIT
       END-IF
       PERFORM FILL-DETAIL-PARA
       MOVE DPT-T-AUTH(WS-DPT-SUB) TO RPT-AUTH
       MOVE DPT-T-BUDGET(WS-DPT-SUB) TO RPT-BUDGET
       MOVE ZERO TO RPT-OPEN
       MOVE ZERO TO RPT-OVER
       IF DPT-T-ACTUAL(WS-DPT-SUB) < DPT-T-AUTH(WS-DPT-SUB)
           COMPUTE RPT-OPEN =
               DPT-T-AUTH(WS-DPT-SUB) - DPT-T-ACTUAL(WS-DPT-SUB)
           COMPUTE WS-OPEN-TOTAL = WS-OPEN-TOTAL
               + DPT-T-AUTH(WS-DPT-SUB) - DPT-T-ACTUAL(WS-DPT-SUB)
       END-IF
       IF DPT-T-ACTUAL(WS-DPT-SUB) > DPT-T-AUTH(WS-DPT-SUB)
           COMPUTE RPT-OVER =
               DPT-T-ACTUAL(WS-DPT-SUB) - DPT-T-AUTH(WS-DPT-SUB)
           COMPUTE WS-OVER-TOTAL = WS-OVER-TOTAL
               + DPT-T-ACTUAL(WS-DPT-SUB) - DPT-T-AUTH(WS-DPT-SUB)
           ADD 1 TO WS-OVER-DEPT-COUNT
       END-IF
       COMPUTE WS-VARIANCE =
           DPT-T-BUDGET(WS-DPT-SUB) - DPT-T-COST(WS-DPT-SUB)
       MOVE WS-VARIANCE TO RPT-VARIANCE
       ADD DPT-T-AUTH(WS-DPT-SUB) TO WS-AUTH-TOTAL
       ADD DPT-T-ACTUAL(WS-DPT-SUB) TO WS-ACTUAL-TOTAL
       ADD DPT-T-BUDGET(WS-DPT-SUB) TO WS-BUDGET-TOTAL
       ADD DPT-T-COST(WS-DPT-SUB) TO WS-COST-TOTAL
       MOVE RPT-DETAIL-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA.
       PRINT-CONTROLLED-EXIT.
       EXIT.

      *    STAFF IN A DEPARTMENT NOBODY HAS AUTHORIZED ANY POSITIONS
      *    FOR ARE SHOWN WITH THEIR COST AND NOTHING TO SET IT AGAINST.
       PRINT-UNCONTROLLED-PARA.
       IF DPT-T-UNDER-CONTROL(WS-DPT-SUB)
           GO TO PRINT-UNCONTROLLED-EXIT
       END-IF
       IF NOT UNCONTROLLED-HEADED
           MOVE SPACES TO WS-RPT-DETAIL
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE "NOT UNDER POSITION CONTROL" TO WS-RPT-DETAIL
           PERFORM WRITE-REPORT-LINE-PARA
           SET UNCONTROLLED-HEADED TO TRUE
       END-IF
       PERFORM FILL-DETAIL-PARA
       MOVE RPT-DETAIL-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA.
       PRINT-UNCONTROLLED-EXIT.
       EXIT.

       FILL-DETAIL-PARA.
       MOVE SPACES TO RPT-DETAIL-LINE
       MOVE DPT-T-CODE(WS-DPT-SUB) TO RPT-DEPT
       MOVE 'V' TO WS-DEP-FUNC
       MOVE DPT-T-CODE(WS-DPT-SUB) TO WS-DEP-CODE
       CALL "DEPTVAL" USING WS-DEP-FUNC, WS-DEP-CODE, WS-DEP-NAME,
           WS-DEP-COST, WS-DEP-FOUND
       END-CALL
       IF WS-DEP-FOUND = 'Y'
           MOVE WS-DEP-NAME TO RPT-DEPT-NAME
       ELSE
           MOVE "*UNKNOWN*" TO RPT-DEPT-NAME
       END-IF
       MOVE DPT-T-ACTUAL(WS-DPT-SUB) TO RPT-ACTUAL
       MOVE DPT-T-COST(WS-DPT-SUB) TO RPT-COST.

       PRINT-TOTALS-PARA.
       MOVE WS-AUTH-TOTAL TO RPT-TOT-AUTH
       MOVE WS-ACTUAL-TOTAL TO RPT-TOT-ACTUAL
       MOVE WS-OPEN-TOTAL TO RPT-TOT-OPEN
       MOVE WS-OVER-TOTAL TO RPT-TOT-OVER
       MOVE WS-BUDGET-TOTAL TO RPT-TOT-BUDGET
       MOVE WS-COST-TOTAL TO RPT-TOT-COST
       COMPUTE RPT-TOT-VARIANCE = WS-BUDGET-TOTAL - WS-COST-TOTAL
       MOVE RPT-TOTAL-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       MOVE SPACES TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       MOVE "OPEN POSITIONS            : " TO RPT-SUM-LABEL
       MOVE WS-OPEN-TOTAL TO RPT-SUM-VALUE
       MOVE RPT-SUMMARY-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       MOVE "DEPARTMENTS OVERFILLED    : " TO RPT-SUM-LABEL
       MOVE WS-OVER-DEPT-COUNT TO RPT-SUM-VALUE
       MOVE RPT-SUMMARY-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA.

       WRITE-REPORT-LINE-PARA.
       MOVE 'D' TO WS-RPT-FUNC
       CALL "RPTWRT" USING WS-RPT-FUNC, WS-RPT-GEN-NAME,
           WS-RPT-TITLE, WS-RPT-DETAIL.
       END PROGRAM POSVAC.
