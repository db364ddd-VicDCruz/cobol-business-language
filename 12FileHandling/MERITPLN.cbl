      ******************************************************************
      * Author:
      * Date:
      * Purpose: Annual merit-review planning. For every active
      *          Employee.dat record it finds where EMP-SALARY sits in
      *          the SalaryBands.dat band for the EMP-EXP tier (below
      *          the minimum, one of the four quarters of the band, or
      *          above the maximum - the bands SALBAND reports
      *          against) and proposes the percentage the
      *          MeritMatrix.dat matrix gives that tier and position
      *          (one line per tier, '*' for every tier without its
      *          own line, six percentages from below-minimum to
      *          above-maximum). Each department's increases are then
      *          held to the budget pool MeritBudget.dat gives its
      *          Department.dat code - an over-budget department has
      *          every proposal scaled down in proportion, and a
      *          department with no pool gets none. The plan prints as
      *          a dated generation through RPTWRT, catalogued through
      *          RPTCAT, and is written to MeritApproval.dat for the
      *          managers to adjust and approve before MERITAPL
      *          applies it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MERITPLN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE
           ASSIGN TO 'Employee.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS EMP-ID
           ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
           FILE STATUS IS EMP-FILESTATUS.

           SELECT BAND-FILE ASSIGN TO 'SalaryBands.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BND-FILESTATUS.

           SELECT MATRIX-FILE ASSIGN TO 'MeritMatrix.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MTX-FILESTATUS.

           SELECT BUDGET-FILE ASSIGN TO 'MeritBudget.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BUD-FILESTATUS.

           SELECT APPROVAL-FILE ASSIGN TO 'MeritApproval.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS APR-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

       FD EMPLOYEE.
       COPY EMPREC REPLACING ==:REC:== BY ==EMPLOYEE-RECORD==.
      *
       FD BAND-FILE.
       01 BAND-LINE PIC X(40).
      *
       FD MATRIX-FILE.
       01 MATRIX-LINE PIC X(60).
      *
       FD BUDGET-FILE.
       01 BUDGET-LINE PIC X(40).
      *
       FD APPROVAL-FILE.
       COPY MRAREC REPLACING ==:REC:== BY ==APPROVAL-RECORD==.
      *
       WORKING-STORAGE SECTION.

       01 EMP-FILESTATUS PIC X(02).
       01 BND-FILESTATUS PIC X(02).
       01 MTX-FILESTATUS PIC X(02).
       01 BUD-FILESTATUS PIC X(02).
       01 APR-FILESTATUS PIC X(02).
       01 WS-EOF-FLAG PIC X(1) VALUE 'N'.
           88 END-OF-FILE VALUE 'Y'.
       01 BND-EOF PIC X(1) VALUE 'N'.
           88 BND-END-OF-FILE VALUE 'Y'.
       01 MTX-EOF PIC X(1) VALUE 'N'.
           88 MTX-END-OF-FILE VALUE 'Y'.
       01 BUD-EOF PIC X(1) VALUE 'N'.
           88 BUD-END-OF-FILE VALUE 'Y'.
      *
      *    ONE BAND PER EXPERIENCE TIER, SUBSCRIPTED TIER + 1 THE
      *    SAME WAY THE BAND COMPLIANCE REPORT SUBSCRIPTS IT.
       01 BAND-TABLE.
           05 BAND-ENTRY OCCURS 10 TIMES.
               10 BND-T-MIN PIC 9(7)V99.
               10 BND-T-MAX PIC 9(7)V99.
               10 BND-T-SET PIC X(1).
                   88 BAND-ON-FILE VALUE 'Y'.
       01 WS-TIER-IN PIC X(2).
       01 WS-MIN-IN PIC X(12).
       01 WS-MAX-IN PIC X(12).
       01 WS-TIER-SUB PIC 99.
      *
      *    THE MATRIX: ROWS 1-10 ARE TIERS 0-9, ROW 11 THE '*' ROW
      *    EVERY TIER WITHOUT ITS OWN LINE FALLS BACK ON. COLUMNS ARE
      *    THE SIX BAND POSITIONS. WITH NO MATRIX FILE THE '*' ROW
      *    KEEPS THE HOUSE DEFAULTS BELOW.
       01 MTX-TABLE.
           05 MTX-ROW OCCURS 11 TIMES.
               10 MTX-T-SET PIC X(1).
                   88 MATRIX-ROW-ON-FILE VALUE 'Y'.
               10 MTX-T-PCT OCCURS 6 TIMES PIC 9(2)V99.
       01 WS-MTX-IN.
           05 WS-MTX-TIER-IN PIC X(2).
           05 WS-MTX-PCT-IN OCCURS 6 TIMES PIC X(8).
       01 WS-MTX-ROW PIC 99.
       01 WS-MTX-COL PIC 9.
      *
      *    BUDGET POOLS BY DEPARTMENT, WITH WHAT THE PLAN SPENDS.
       01 DPT-TABLE.
           05 DPT-ENTRY OCCURS 50 TIMES.
               10 DPT-T-CODE PIC X(3).
               10 DPT-T-POOL PIC 9(9)V99.
               10 DPT-T-POOL-SET PIC X(1).
                   88 POOL-ON-FILE VALUE 'Y'.
               10 DPT-T-HEADS PIC 9(5).
               10 DPT-T-PROPOSED PIC 9(9)V99.
               10 DPT-T-PLANNED PIC 9(9)V99.
       01 WS-DPT-TOTAL PIC 9(2) VALUE ZERO.
       01 WS-DPT-MAX PIC 9(2) VALUE 50.
       01 WS-DPT-SUB PIC 9(2).
       01 WS-DPT-FOUND-SW PIC X(1).
           88 DEPARTMENT-FOUND VALUE 'Y'.
       01 WS-BUD-DEPT-IN PIC X(3).
       01 WS-BUD-POOL-IN PIC X(14).
       01 WS-DEP-FUNC PIC X(1).
       01 WS-DEP-CODE PIC X(3).
       01 WS-DEP-NAME PIC X(20).
       01 WS-DEP-COST PIC X(4).
       01 WS-DEP-FOUND PIC X(1).
      *
      *    THE WHOLE PLAN IS HELD UNTIL EVERY DEPARTMENT'S TOTAL IS
      *    KNOWN - ONLY THEN CAN A PROPOSAL BE SCALED TO ITS POOL.
       01 PLN-TABLE.
           05 PLN-ENTRY OCCURS 500 TIMES.
               10 PLN-T-EMP-ID PIC X(10).
               10 PLN-T-NAME PIC X(30).
               10 PLN-T-DEPT PIC X(3).
               10 PLN-T-DPT-SUB PIC 9(2).
               10 PLN-T-TIER PIC 9(1).
               10 PLN-T-SALARY PIC 9(7)V99.
               10 PLN-T-POSITION PIC 9(1).
               10 PLN-T-MATRIX-PCT PIC 9(2)V99.
               10 PLN-T-PCT PIC 9(2)V99.
               10 PLN-T-INCREASE PIC 9(7)V99.
       01 WS-PLN-TOTAL PIC 9(3) VALUE ZERO.
       01 WS-PLN-MAX PIC 9(3) VALUE 500.
       01 WS-PLN-SUB PIC 9(3).
       01 WS-PLN-OVERFLOW-SW PIC X(1) VALUE 'N'.
           88 PLAN-OVERFLOW VALUE 'Y'.
      *
       01 WS-BAND-SPAN PIC 9(7)V99.
       01 WS-BAND-QUARTER PIC 9(1).
       01 WS-POSITION PIC 9(1).
      *
       01 WS-READ-COUNT PIC 9(5) VALUE ZERO.
       01 WS-NO-BAND-COUNT PIC 9(5) VALUE ZERO.
       01 WS-SCALED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-NO-POOL-COUNT PIC 9(5) VALUE ZERO.
       01 WS-PLAN-TOTAL PIC 9(11)V99 VALUE ZERO.
       01 WS-POOL-TOTAL PIC 9(11)V99 VALUE ZERO.
      *
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-RPT-DATE-X PIC X(8).
       01 WS-SHARED-PROGRAM PIC X(9) VALUE "MERITPLN".
       01 WS-RS-PHASE PIC X(1).
       01 WS-RS-RECORDS PIC 9(7) VALUE ZERO.
      *
       01 WS-RPT-FUNC PIC X(1).
       01 WS-RPT-TITLE PIC X(40)
           VALUE "MERIT REVIEW PLAN".
       01 WS-RPT-DETAIL PIC X(80).
       01 WS-RPT-GEN-NAME PIC X(28).
       01 WS-CAT-REPORT-NAME PIC X(16) VALUE "MERITPLAN".
      *
       01 RPT-COLUMN-LINE.
           05 FILLER PIC X(11) VALUE "EMP-ID".
           05 FILLER PIC X(19) VALUE "NAME".
           05 FILLER PIC X(5) VALUE "DEPT".
           05 FILLER PIC X(2) VALUE "T".
           05 FILLER PIC X(11) VALUE "     SALARY".
           05 FILLER PIC X(4) VALUE " POS".
           05 FILLER PIC X(7) VALUE " MATRIX".
           05 FILLER PIC X(7) VALUE "   PLAN".
           05 FILLER PIC X(11) VALUE "   INCREASE".
       01 RPT-DETAIL-LINE.
           05 RPT-EMP-ID PIC X(11).
           05 RPT-NAME PIC X(19).
           05 RPT-DEPT PIC X(5).
           05 RPT-TIER PIC 9(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-SALARY PIC Z(7)9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 RPT-POSITION PIC 9(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-MATRIX-PCT PIC ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-PCT PIC ZZ9.99.
           05 RPT-INCREASE PIC Z(7)9.99.
       01 RPT-DEPT-HEADER.
           05 FILLER PIC X(6) VALUE "DEPT".
           05 FILLER PIC X(6) VALUE " HEADS".
           05 FILLER PIC X(15) VALUE "           POOL".
           05 FILLER PIC X(15) VALUE "       PROPOSED".
           05 FILLER PIC X(15) VALUE "        PLANNED".
           05 FILLER PIC X(9) VALUE "  NOTE".
       01 RPT-DEPT-LINE.
           05 RPT-DPT-CODE PIC X(6).
           05 RPT-DPT-HEADS PIC ZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-DPT-POOL PIC Z(10)9.99.
           05 RPT-DPT-PROPOSED PIC Z(10)9.99.
           05 RPT-DPT-PLANNED PIC Z(10)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RPT-DPT-NOTE PIC X(10).
       01 RPT-TOTAL-LINE.
           05 RPT-TOTAL-LABEL PIC X(24).
           05 RPT-TOTAL-VALUE PIC Z(10)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
       MOVE 'S' TO WS-RS-PHASE
       CALL "RUNSTATS" USING WS-SHARED-PROGRAM, WS-RS-PHASE,
           WS-RS-RECORDS
       END-CALL
       PERFORM LOAD-BANDS-PARA
       PERFORM LOAD-MATRIX-PARA
       PERFORM LOAD-BUDGETS-PARA
       OPEN INPUT EMPLOYEE
       IF EMP-FILESTATUS NOT = "00"
           DISPLAY " EMPLOYEE.DAT NOT FOUND "
           DISPLAY " FILE STATUS IS : " EMP-FILESTATUS
           MOVE 8 TO RETURN-CODE
           GO TO PROGRAM-END-PARA
       END-IF
       PERFORM PROPOSE-ONE-PARA THRU PROPOSE-ONE-EXIT
           UNTIL END-OF-FILE
       CLOSE EMPLOYEE
      *    A PLAN MISSING PART OF THE WORKFORCE WOULD SPEND THE POOLS
      *    ON WHOEVER CAME FIRST, SO NONE IS WRITTEN.
       IF PLAN-OVERFLOW
           DISPLAY "*** MORE THAN " WS-PLN-MAX " EMPLOYEES - "
           DISPLAY "*** NO MERIT PLAN WRITTEN "
           MOVE 8 TO RETURN-CODE
           GO TO PROGRAM-END-PARA
       END-IF

       PERFORM VARYING WS-PLN-SUB FROM 1 BY 1
               UNTIL WS-PLN-SUB > WS-PLN-TOTAL
           PERFORM FIT-TO-POOL-PARA
       END-PERFORM

       MOVE WS-TODAY-DATE TO WS-RPT-DATE-X
       MOVE SPACES TO WS-RPT-GEN-NAME
       STRING "MeritPlan." WS-RPT-DATE-X ".rpt"
           DELIMITED BY SIZE INTO WS-RPT-GEN-NAME
       MOVE 'O' TO WS-RPT-FUNC
       MOVE SPACES TO WS-RPT-DETAIL
       CALL "RPTWRT" USING WS-RPT-FUNC, WS-RPT-GEN-NAME,
           WS-RPT-TITLE, WS-RPT-DETAIL
       END-CALL
       MOVE RPT-COLUMN-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       OPEN OUTPUT APPROVAL-FILE
       PERFORM VARYING WS-PLN-SUB FROM 1 BY 1
               UNTIL WS-PLN-SUB > WS-PLN-TOTAL
           PERFORM WRITE-PLAN-LINE-PARA
       END-PERFORM
       CLOSE APPROVAL-FILE

       MOVE SPACES TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       MOVE RPT-DEPT-HEADER TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       PERFORM VARYING WS-DPT-SUB FROM 1 BY 1
               UNTIL WS-DPT-SUB > WS-DPT-TOTAL
           PERFORM WRITE-DEPT-LINE-PARA
       END-PERFORM
       MOVE SPACES TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       MOVE "TOTAL BUDGET POOLS    : " TO RPT-TOTAL-LABEL
       MOVE WS-POOL-TOTAL TO RPT-TOTAL-VALUE
       MOVE RPT-TOTAL-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       MOVE "TOTAL PLANNED INCREASE: " TO RPT-TOTAL-LABEL
       MOVE WS-PLAN-TOTAL TO RPT-TOTAL-VALUE
       MOVE RPT-TOTAL-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       MOVE 'C' TO WS-RPT-FUNC
       CALL "RPTWRT" USING WS-RPT-FUNC, WS-RPT-GEN-NAME,
           WS-RPT-TITLE, WS-RPT-DETAIL
       END-CALL
       CALL "RPTCAT" USING WS-CAT-REPORT-NAME, WS-RPT-GEN-NAME,
           WS-TODAY-DATE
       END-CALL

       DISPLAY "=== MERIT REVIEW PLAN ==="
       DISPLAY "EMPLOYEES PLANNED   : " WS-READ-COUNT
       DISPLAY "TIER HAS NO BAND    : " WS-NO-BAND-COUNT
       DISPLAY "SCALED TO POOL      : " WS-SCALED-COUNT
       DISPLAY "DEPT HAS NO POOL    : " WS-NO-POOL-COUNT
       DISPLAY "PLANNED INCREASE    : " WS-PLAN-TOTAL
       MOVE 'E' TO WS-RS-PHASE
       MOVE WS-READ-COUNT TO WS-RS-RECORDS
       CALL "RUNSTATS" USING WS-SHARED-PROGRAM, WS-RS-PHASE,
           WS-RS-RECORDS
       END-CALL.

       PROGRAM-END-PARA.
       GOBACK.

       PROPOSE-ONE-PARA.
       READ EMPLOYEE NEXT RECORD
           AT END
               SET END-OF-FILE TO TRUE
               GO TO PROPOSE-ONE-EXIT
       END-READ
       IF EMP-MST-TERMED
           GO TO PROPOSE-ONE-EXIT
       END-IF
       IF WS-PLN-TOTAL NOT < WS-PLN-MAX
           SET PLAN-OVERFLOW TO TRUE
           GO TO PROPOSE-ONE-EXIT
       END-IF
       ADD 1 TO WS-READ-COUNT
       PERFORM JUDGE-POSITION-PARA
       ADD 1 TO WS-PLN-TOTAL
       MOVE WS-PLN-TOTAL TO WS-PLN-SUB
       MOVE EMP-ID TO PLN-T-EMP-ID(WS-PLN-SUB)
       MOVE EMP-NAME TO PLN-T-NAME(WS-PLN-SUB)
       MOVE EMP-DEPT TO PLN-T-DEPT(WS-PLN-SUB)
       MOVE EMP-EXP TO PLN-T-TIER(WS-PLN-SUB)
       MOVE EMP-SALARY TO PLN-T-SALARY(WS-PLN-SUB)
       MOVE WS-POSITION TO PLN-T-POSITION(WS-PLN-SUB)
       MOVE ZERO TO PLN-T-MATRIX-PCT(WS-PLN-SUB)
       IF WS-POSITION > ZERO
           COMPUTE WS-MTX-ROW = EMP-EXP + 1
           IF NOT MATRIX-ROW-ON-FILE(WS-MTX-ROW)
               MOVE 11 TO WS-MTX-ROW
           END-IF
           MOVE MTX-T-PCT(WS-MTX-ROW, WS-POSITION)
               TO PLN-T-MATRIX-PCT(WS-PLN-SUB)
       END-IF
       MOVE PLN-T-MATRIX-PCT(WS-PLN-SUB) TO PLN-T-PCT(WS-PLN-SUB)
       COMPUTE PLN-T-INCREASE(WS-PLN-SUB) ROUNDED =
           EMP-SALARY * PLN-T-PCT(WS-PLN-SUB) / 100
       MOVE EMP-DEPT TO WS-DEP-CODE
       PERFORM FIND-DEPT-PARA
       MOVE WS-DPT-SUB TO PLN-T-DPT-SUB(WS-PLN-SUB)
       IF WS-DPT-SUB > ZERO
           ADD 1 TO DPT-T-HEADS(WS-DPT-SUB)
           ADD PLN-T-INCREASE(WS-PLN-SUB)
               TO DPT-T-PROPOSED(WS-DPT-SUB)
       END-IF.
       PROPOSE-ONE-EXIT.
       EXIT.

      *    WHERE THE SALARY SITS IN ITS TIER'S BAND: 1 BELOW THE
      *    MINIMUM, 2 TO 5 THE QUARTER OF THE BAND, 6 ABOVE THE
      *    MAXIMUM, 0 WHEN THE TIER HAS NO BAND.
       JUDGE-POSITION-PARA.
       COMPUTE WS-TIER-SUB = EMP-EXP + 1
       IF NOT BAND-ON-FILE(WS-TIER-SUB)
           ADD 1 TO WS-NO-BAND-COUNT
           MOVE ZERO TO WS-POSITION
       ELSE
       IF EMP-SALARY < BND-T-MIN(WS-TIER-SUB)
           MOVE 1 TO WS-POSITION
       ELSE
       IF EMP-SALARY > BND-T-MAX(WS-TIER-SUB)
           MOVE 6 TO WS-POSITION
       ELSE
           COMPUTE WS-BAND-SPAN =
               BND-T-MAX(WS-TIER-SUB) - BND-T-MIN(WS-TIER-SUB)
           IF WS-BAND-SPAN = ZERO
               MOVE 2 TO WS-POSITION
           ELSE
               COMPUTE WS-BAND-QUARTER =
                   (EMP-SALARY - BND-T-MIN(WS-TIER-SUB)) * 4
                   / WS-BAND-SPAN
               IF WS-BAND-QUARTER > 3
                   MOVE 3 TO WS-BAND-QUARTER
               END-IF
               COMPUTE WS-POSITION = WS-BAND-QUARTER + 2
           END-IF
       END-IF
       END-IF
       END-IF.

      *    THE SLOT OF DEPARTMENT WS-DEP-CODE IN THE POOL TABLE,
      *    ADDED WITH NO POOL WHEN THE BUDGET FILE NEVER NAMED IT.
       FIND-DEPT-PARA.
       MOVE 'N' TO WS-DPT-FOUND-SW
       PERFORM VARYING WS-DPT-SUB FROM 1 BY 1
               UNTIL WS-DPT-SUB > WS-DPT-TOTAL OR DEPARTMENT-FOUND
           IF DPT-T-CODE(WS-DPT-SUB) = WS-DEP-CODE
               SET DEPARTMENT-FOUND TO TRUE
           END-IF
       END-PERFORM
       IF DEPARTMENT-FOUND
           SUBTRACT 1 FROM WS-DPT-SUB
       ELSE
           IF WS-DPT-TOTAL < WS-DPT-MAX
               ADD 1 TO WS-DPT-TOTAL
               MOVE WS-DPT-TOTAL TO WS-DPT-SUB
               MOVE WS-DEP-CODE TO DPT-T-CODE(WS-DPT-SUB)
               MOVE ZERO TO DPT-T-POOL(WS-DPT-SUB)
               MOVE 'N' TO DPT-T-POOL-SET(WS-DPT-SUB)
               MOVE ZERO TO DPT-T-HEADS(WS-DPT-SUB)
               MOVE ZERO TO DPT-T-PROPOSED(WS-DPT-SUB)
               MOVE ZERO TO DPT-T-PLANNED(WS-DPT-SUB)
           ELSE
               MOVE ZERO TO WS-DPT-SUB
           END-IF
       END-IF.

      *    AN OVER-BUDGET DEPARTMENT HAS EVERY MATRIX PERCENTAGE CUT
      *    BY THE SAME PROPORTION, TRUNCATED SO THE POOL IS NEVER
      *    OVERSPENT BY ROUNDING.
       FIT-TO-POOL-PARA.
       MOVE PLN-T-DPT-SUB(WS-PLN-SUB) TO WS-DPT-SUB
       IF WS-DPT-SUB = ZERO
           MOVE ZERO TO PLN-T-PCT(WS-PLN-SUB)
           MOVE ZERO TO PLN-T-INCREASE(WS-PLN-SUB)
       ELSE
       IF DPT-T-PROPOSED(WS-DPT-SUB) > DPT-T-POOL(WS-DPT-SUB)
           IF DPT-T-POOL(WS-DPT-SUB) = ZERO
               MOVE ZERO TO PLN-T-PCT(WS-PLN-SUB)
               MOVE ZERO TO PLN-T-INCREASE(WS-PLN-SUB)
               ADD 1 TO WS-NO-POOL-COUNT
           ELSE
               COMPUTE PLN-T-PCT(WS-PLN-SUB) =
                   PLN-T-MATRIX-PCT(WS-PLN-SUB)
                   * DPT-T-POOL(WS-DPT-SUB)
                   / DPT-T-PROPOSED(WS-DPT-SUB)
               COMPUTE PLN-T-INCREASE(WS-PLN-SUB) =
                   PLN-T-SALARY(WS-PLN-SUB) * PLN-T-PCT(WS-PLN-SUB)
                   / 100
               ADD 1 TO WS-SCALED-COUNT
           END-IF
       END-IF
       ADD PLN-T-INCREASE(WS-PLN-SUB) TO DPT-T-PLANNED(WS-DPT-SUB)
       END-IF
       ADD PLN-T-INCREASE(WS-PLN-SUB) TO WS-PLAN-TOTAL.

       WRITE-PLAN-LINE-PARA.
       MOVE SPACES TO APPROVAL-RECORD
       MOVE PLN-T-EMP-ID(WS-PLN-SUB) TO MRA-EMP-ID
       MOVE PLN-T-DEPT(WS-PLN-SUB) TO MRA-DEPT
       MOVE PLN-T-TIER(WS-PLN-SUB) TO MRA-TIER
       MOVE PLN-T-SALARY(WS-PLN-SUB) TO MRA-SALARY
       MOVE PLN-T-POSITION(WS-PLN-SUB) TO MRA-POSITION
       MOVE PLN-T-MATRIX-PCT(WS-PLN-SUB) TO MRA-MATRIX-PCT
       MOVE PLN-T-PCT(WS-PLN-SUB) TO MRA-PROPOSED-PCT
       MOVE PLN-T-PCT(WS-PLN-SUB) TO MRA-APPROVED-PCT-N
       MOVE SPACE TO MRA-DECISION
       MOVE PLN-T-NAME(WS-PLN-SUB) TO MRA-NAME
       WRITE APPROVAL-RECORD
       MOVE SPACES TO RPT-DETAIL-LINE
       MOVE PLN-T-EMP-ID(WS-PLN-SUB) TO RPT-EMP-ID
       MOVE PLN-T-NAME(WS-PLN-SUB) TO RPT-NAME
       MOVE PLN-T-DEPT(WS-PLN-SUB) TO RPT-DEPT
       MOVE PLN-T-TIER(WS-PLN-SUB) TO RPT-TIER
       MOVE PLN-T-SALARY(WS-PLN-SUB) TO RPT-SALARY
       MOVE PLN-T-POSITION(WS-PLN-SUB) TO RPT-POSITION
       MOVE PLN-T-MATRIX-PCT(WS-PLN-SUB) TO RPT-MATRIX-PCT
       MOVE PLN-T-PCT(WS-PLN-SUB) TO RPT-PCT
       MOVE PLN-T-INCREASE(WS-PLN-SUB) TO RPT-INCREASE
       MOVE RPT-DETAIL-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA.

       WRITE-DEPT-LINE-PARA.
       MOVE SPACES TO RPT-DEPT-LINE
       MOVE DPT-T-CODE(WS-DPT-SUB) TO RPT-DPT-CODE
       MOVE DPT-T-HEADS(WS-DPT-SUB) TO RPT-DPT-HEADS
       MOVE DPT-T-POOL(WS-DPT-SUB) TO RPT-DPT-POOL
       MOVE DPT-T-PROPOSED(WS-DPT-SUB) TO RPT-DPT-PROPOSED
       MOVE DPT-T-PLANNED(WS-DPT-SUB) TO RPT-DPT-PLANNED
       IF NOT POOL-ON-FILE(WS-DPT-SUB)
           MOVE "NO POOL" TO RPT-DPT-NOTE
       ELSE
           IF DPT-T-PROPOSED(WS-DPT-SUB) > DPT-T-POOL(WS-DPT-SUB)
               MOVE "SCALED" TO RPT-DPT-NOTE
           END-IF
       END-IF
       MOVE RPT-DEPT-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA.

       WRITE-REPORT-LINE-PARA.
       MOVE 'D' TO WS-RPT-FUNC
       CALL "RPTWRT" USING WS-RPT-FUNC, WS-RPT-GEN-NAME,
           WS-RPT-TITLE, WS-RPT-DETAIL.

       LOAD-BANDS-PARA.
       OPEN INPUT BAND-FILE
       IF BND-FILESTATUS NOT = "00"
           DISPLAY " SALARYBANDS.DAT NOT FOUND - NO TIER HAS A BAND, "
           DISPLAY " NOBODY WILL BE PROPOSED AN INCREASE "
       ELSE
           PERFORM LOAD-ONE-BAND-PARA THRU LOAD-ONE-BAND-EXIT
               UNTIL BND-END-OF-FILE
           CLOSE BAND-FILE
       END-IF.

       LOAD-ONE-BAND-PARA.
       READ BAND-FILE
           AT END
               SET BND-END-OF-FILE TO TRUE
               GO TO LOAD-ONE-BAND-EXIT
       END-READ
       MOVE SPACES TO WS-TIER-IN
       MOVE SPACES TO WS-MIN-IN
       MOVE SPACES TO WS-MAX-IN
       UNSTRING BAND-LINE DELIMITED BY ALL SPACE
           INTO WS-TIER-IN WS-MIN-IN WS-MAX-IN
       END-UNSTRING
       IF WS-TIER-IN = SPACES OR WS-MIN-IN = SPACES
               OR WS-MAX-IN = SPACES
           GO TO LOAD-ONE-BAND-EXIT
       END-IF
       COMPUTE WS-TIER-SUB = FUNCTION NUMVAL(WS-TIER-IN) + 1
       IF WS-TIER-SUB >= 1 AND WS-TIER-SUB <= 10
           COMPUTE BND-T-MIN(WS-TIER-SUB) =
               FUNCTION NUMVAL(WS-MIN-IN)
           COMPUTE BND-T-MAX(WS-TIER-SUB) =
               FUNCTION NUMVAL(WS-MAX-IN)
           MOVE 'Y' TO BND-T-SET(WS-TIER-SUB)
       END-IF.
       LOAD-ONE-BAND-EXIT.
       EXIT.

      *    HOUSE DEFAULTS FOR THE '*' ROW: THE LOWER IN THE BAND,
      *    THE LARGER THE INCREASE; NOTHING ABOVE THE MAXIMUM.
       LOAD-MATRIX-PARA.
       MOVE 6.00 TO MTX-T-PCT(11, 1)
       MOVE 5.00 TO MTX-T-PCT(11, 2)
       MOVE 4.00 TO MTX-T-PCT(11, 3)
       MOVE 3.00 TO MTX-T-PCT(11, 4)
       MOVE 2.00 TO MTX-T-PCT(11, 5)
       MOVE ZERO TO MTX-T-PCT(11, 6)
       OPEN INPUT MATRIX-FILE
       IF MTX-FILESTATUS NOT = "00"
           DISPLAY " MERITMATRIX.DAT NOT FOUND - HOUSE DEFAULT "
           DISPLAY " MATRIX APPLIES TO EVERY TIER "
       ELSE
           PERFORM LOAD-ONE-MATRIX-PARA THRU LOAD-ONE-MATRIX-EXIT
               UNTIL MTX-END-OF-FILE
           CLOSE MATRIX-FILE
       END-IF.

       LOAD-ONE-MATRIX-PARA.
       READ MATRIX-FILE
           AT END
               SET MTX-END-OF-FILE TO TRUE
               GO TO LOAD-ONE-MATRIX-EXIT
       END-READ
       MOVE SPACES TO WS-MTX-IN
       UNSTRING MATRIX-LINE DELIMITED BY ALL SPACE
           INTO WS-MTX-TIER-IN WS-MTX-PCT-IN(1) WS-MTX-PCT-IN(2)
               WS-MTX-PCT-IN(3) WS-MTX-PCT-IN(4) WS-MTX-PCT-IN(5)
               WS-MTX-PCT-IN(6)
       END-UNSTRING
       IF WS-MTX-TIER-IN = SPACES OR WS-MTX-PCT-IN(6) = SPACES
           GO TO LOAD-ONE-MATRIX-EXIT
       END-IF
       IF WS-MTX-TIER-IN = "*"
           MOVE 11 TO WS-MTX-ROW
       ELSE
           IF FUNCTION TEST-NUMVAL(WS-MTX-TIER-IN) NOT = ZERO
               GO TO LOAD-ONE-MATRIX-EXIT
           END-IF
           COMPUTE WS-MTX-ROW = FUNCTION NUMVAL(WS-MTX-TIER-IN) + 1
           IF WS-MTX-ROW < 1 OR WS-MTX-ROW > 10
               GO TO LOAD-ONE-MATRIX-EXIT
           END-IF
       END-IF
       PERFORM VARYING WS-MTX-COL FROM 1 BY 1 UNTIL WS-MTX-COL > 6
           IF FUNCTION TEST-NUMVAL(WS-MTX-PCT-IN(WS-MTX-COL)) = ZERO
               COMPUTE MTX-T-PCT(WS-MTX-ROW, WS-MTX-COL) =
                   FUNCTION NUMVAL(WS-MTX-PCT-IN(WS-MTX-COL))
           ELSE
               MOVE ZERO TO MTX-T-PCT(WS-MTX-ROW, WS-MTX-COL)
           END-IF
       END-PERFORM
       MOVE 'Y' TO MTX-T-SET(WS-MTX-ROW).
       LOAD-ONE-MATRIX-EXIT.
       EXIT.

      *    ONLY A CODE THE DEPARTMENT MASTER KNOWS AND HOLDS ACTIVE
      *    MAY CARRY A POOL.
       LOAD-BUDGETS-PARA.
       OPEN INPUT BUDGET-FILE
       IF BUD-FILESTATUS NOT = "00"
           DISPLAY " MERITBUDGET.DAT NOT FOUND - NO DEPARTMENT HAS "
           DISPLAY " A BUDGET POOL, NO INCREASES WILL BE PLANNED "
       ELSE
           PERFORM LOAD-ONE-BUDGET-PARA THRU LOAD-ONE-BUDGET-EXIT
               UNTIL BUD-END-OF-FILE
           CLOSE BUDGET-FILE
       END-IF.

       LOAD-ONE-BUDGET-PARA.
       READ BUDGET-FILE
           AT END
               SET BUD-END-OF-FILE TO TRUE
               GO TO LOAD-ONE-BUDGET-EXIT
       END-READ
       MOVE SPACES TO WS-BUD-DEPT-IN
       MOVE SPACES TO WS-BUD-POOL-IN
       UNSTRING BUDGET-LINE DELIMITED BY ALL SPACE
           INTO WS-BUD-DEPT-IN WS-BUD-POOL-IN
       END-UNSTRING
       IF WS-BUD-DEPT-IN = SPACES OR WS-BUD-POOL-IN = SPACES
           GO TO LOAD-ONE-BUDGET-EXIT
       END-IF
       MOVE 'V' TO WS-DEP-FUNC
       MOVE WS-BUD-DEPT-IN TO WS-DEP-CODE
       CALL "DEPTVAL" USING WS-DEP-FUNC, WS-DEP-CODE, WS-DEP-NAME,
           WS-DEP-COST, WS-DEP-FOUND
       END-CALL
       IF WS-DEP-FOUND NOT = 'Y'
               OR FUNCTION TEST-NUMVAL(WS-BUD-POOL-IN) NOT = ZERO
           DISPLAY " BUDGET LINE IGNORED : " BUDGET-LINE
           GO TO LOAD-ONE-BUDGET-EXIT
       END-IF
       PERFORM FIND-DEPT-PARA
       IF WS-DPT-SUB = ZERO
           DISPLAY " BUDGET LINE IGNORED : " BUDGET-LINE
           GO TO LOAD-ONE-BUDGET-EXIT
       END-IF
       IF POOL-ON-FILE(WS-DPT-SUB)
           SUBTRACT DPT-T-POOL(WS-DPT-SUB) FROM WS-POOL-TOTAL
       END-IF
       COMPUTE DPT-T-POOL(WS-DPT-SUB) = FUNCTION NUMVAL(WS-BUD-POOL-IN)
       MOVE 'Y' TO DPT-T-POOL-SET(WS-DPT-SUB)
       ADD DPT-T-POOL(WS-DPT-SUB) TO WS-POOL-TOTAL.
       LOAD-ONE-BUDGET-EXIT.
       EXIT.
       END PROGRAM MERITPLN.
