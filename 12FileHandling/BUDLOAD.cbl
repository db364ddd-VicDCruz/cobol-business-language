      ******************************************************************
      * Author:
      * Date:
      * Purpose: Annual budget load. Reads the BudgetIn.dat budget
      *          input - one line per general-ledger account: the
      *          account, the department that owns it and twelve
      *          monthly amounts, January first - for the budget
      *          year given on the command line (YYYY, default this
      *          year). Every account must be on ChartAccts.dat and
      *          appear once, every department must be active on
      *          Department.dat with a cost centre (through DEPTVAL),
      *          and every line must carry twelve amounts. The year's
      *          total must agree with the control figure on
      *          BudgetCtl.dat. BudLoad.rpt lists each line and why
      *          any was refused. The load is all or nothing: only
      *          a clean, balanced budget replaces that year's lines
      *          on Budget.dat, which BUDRPT reports against; the
      *          lines of every other year are carried through
      *          untouched, so next year's budget can be loaded while
      *          this year's is still being reported. Otherwise
      *          Budget.dat is left as it was and the run ends with
      *          RETURN-CODE 8.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDLOAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-IN-FILE
           ASSIGN TO 'BudgetIn.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BIN-FILESTATUS.

           SELECT CONTROL-FILE
           ASSIGN TO 'BudgetCtl.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CTL-FILESTATUS.

           SELECT CHART-FILE
           ASSIGN TO 'ChartAccts.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CHT-FILESTATUS.

           SELECT BUDGET-FILE
           ASSIGN TO 'Budget.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BUD-FILESTATUS.

           SELECT BUDGET-WORK
           ASSIGN TO 'Budget.tmp'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BWK-FILESTATUS.

           SELECT LOAD-REPORT
           ASSIGN TO 'BudLoad.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RPT-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

       FD BUDGET-IN-FILE.
       01 BUDGET-IN-LINE      PIC X(200).
      *
       FD CONTROL-FILE.
       01 CTL-LINE            PIC X(20).
      *
       FD CHART-FILE.
       01 CHART-LINE          PIC X(30).
      *
       FD BUDGET-FILE.
       COPY BUDREC REPLACING ==:REC:== BY ==BUDGET-RECORD==.
      *
       FD BUDGET-WORK.
       01 BUDGET-WORK-LINE    PIC X(162).
      *
       FD LOAD-REPORT.
       01 RPT-LINE            PIC X(80).
      *
       WORKING-STORAGE SECTION.

       01 BIN-FILESTATUS PIC X(02).
       01 CTL-FILESTATUS PIC X(02).
       01 CHT-FILESTATUS PIC X(02).
       01 BUD-FILESTATUS PIC X(02).
       01 BWK-FILESTATUS PIC X(02).
       01 RPT-FILESTATUS PIC X(02).
       01 BIN-EOF PIC X(1) VALUE 'N'.
           88 BIN-END-OF-FILE VALUE 'Y'.
       01 CHT-EOF PIC X(1) VALUE 'N'.
           88 CHT-END-OF-FILE VALUE 'Y'.
       01 BUD-EOF PIC X(1) VALUE 'N'.
           88 BUD-END-OF-FILE VALUE 'Y'.
       01 WS-KEPT-COUNT PIC 9(5) VALUE ZERO.
      *
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-CMD-LINE PIC X(20).
       01 WS-BUDGET-YEAR PIC 9(4).
       01 WS-CONTROL-FOUND PIC X(1) VALUE 'N'.
           88 CONTROL-FIGURE-FOUND VALUE 'Y'.
       01 WS-CONTROL-TOTAL PIC S9(9)V99 VALUE ZERO.
       01 WS-LOADED-TOTAL PIC S9(9)V99 VALUE ZERO.
       01 WS-LINE-TOTAL PIC S9(9)V99.
       01 WS-DIFFERENCE PIC S9(9)V99.
       01 WS-READ-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REJECT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-EDIT-AMOUNT PIC -9(7).99.
      *
      *    RECORD SPLITTING GOES THROUGH THE SHARED FLDPARSE ROUTINE,
      *    AS IN THE BALANCING REPORT.
       01 WS-PARSE-RECORD PIC X(256).
       01 WS-PARSE-DELIM PIC X(1) VALUE SPACE.
       01 WS-PARSE-FIELDS.
           05 WS-PARSE-FIELD OCCURS 20 TIMES PIC X(40).
       01 WS-PARSE-COUNT PIC 99.
       01 WS-PARSE-ERROR PIC X(1).
      *
       01 CHT-TABLE.
           05 CHT-ENTRY OCCURS 20 TIMES.
               10 CHT-T-ACCT PIC X(4).
       01 WS-CHT-TOTAL PIC 9(2) VALUE ZERO.
       01 WS-CHT-SUB PIC 9(2).
       01 WS-CHT-FOUND-SW PIC X(1).
           88 ACCOUNT-ON-CHART VALUE 'Y'.
       01 WS-CHT-CODE-IN PIC X(4).
      *
      *    THE BUDGET IS HELD UNTIL THE WHOLE INPUT HAS PROVED.
       01 BUD-TABLE.
           05 BUD-ENTRY OCCURS 20 TIMES.
               10 BUD-T-ACCT PIC X(4).
               10 BUD-T-DEPT PIC X(3).
               10 BUD-T-COST PIC X(4).
               10 BUD-T-AMOUNT OCCURS 12 TIMES PIC S9(7)V99.
       01 WS-BUD-TOTAL PIC 9(2) VALUE ZERO.
       01 WS-BUD-MAX PIC 9(2) VALUE 20.
       01 WS-BUD-SUB PIC 9(2).
       01 WS-MONTH-SUB PIC 9(2).
       01 WS-IN-ACCT PIC X(4).
       01 WS-IN-DEPT PIC X(3).
       01 WS-LINE-AMOUNTS.
           05 WS-LINE-AMOUNT OCCURS 12 TIMES PIC S9(7)V99.
      *
       01 WS-DEP-FUNC PIC X(1) VALUE 'V'.
       01 WS-DEP-CODE PIC X(3).
       01 WS-DEP-NAME PIC X(20).
       01 WS-DEP-COST PIC X(4).
       01 WS-DEP-FOUND PIC X(1).
           88 DEPT-ON-MASTER VALUE 'Y'.
      *
       01 RPT-HEADER-1.
           05 FILLER PIC X(20) VALUE "BUDGET LOAD - YEAR ".
           05 RPT-HDR-YEAR PIC 9(4).
           05 FILLER PIC X(10) VALUE "   RUN ON ".
           05 RPT-HDR-DATE PIC 9(8).
       01 RPT-HEADER-2.
           05 FILLER PIC X(6) VALUE "ACCT".
           05 FILLER PIC X(5) VALUE "DEPT".
           05 FILLER PIC X(6) VALUE "CC".
           05 FILLER PIC X(14) VALUE "   YEAR TOTAL".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(30) VALUE "RESULT".
       01 RPT-DETAIL-LINE.
           05 RPT-ACCT PIC X(6).
           05 RPT-DEPT PIC X(5).
           05 RPT-COST PIC X(6).
           05 RPT-YEAR-TOTAL PIC -9(9).99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 RPT-RESULT PIC X(30).
       01 RPT-TOTAL-LINE.
           05 RPT-TOTAL-LABEL PIC X(26).
           05 RPT-TOTAL-AMOUNT PIC -9(9).99.
       01 RPT-MESSAGE-LINE PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
       MOVE WS-TODAY-DATE(1:4) TO WS-BUDGET-YEAR
       MOVE SPACES TO WS-CMD-LINE
       ACCEPT WS-CMD-LINE FROM COMMAND-LINE
       IF WS-CMD-LINE NOT = SPACES
           IF WS-CMD-LINE(1:4) NOT NUMERIC
                   OR WS-CMD-LINE(5:1) NOT = SPACE
               DISPLAY " GIVE THE BUDGET YEAR AS YYYY "
               MOVE 8 TO RETURN-CODE
               GO TO PROGRAM-END-PARA
           END-IF
           MOVE WS-CMD-LINE(1:4) TO WS-BUDGET-YEAR
       END-IF

       PERFORM READ-CONTROL-PARA
       IF NOT CONTROL-FIGURE-FOUND
           DISPLAY " BUDGETCTL.DAT NOT FOUND OR EMPTY - A BUDGET IS "
           DISPLAY " NOT LOADED WITHOUT ITS CONTROL FIGURE "
           MOVE 8 TO RETURN-CODE
           GO TO PROGRAM-END-PARA
       END-IF
       PERFORM LOAD-CHART-PARA
       IF WS-CHT-TOTAL = ZERO
           DISPLAY " CHARTACCTS.DAT NOT FOUND OR EMPTY - NO ACCOUNT "
           DISPLAY " CAN BE BUDGETED "
           MOVE 8 TO RETURN-CODE
           GO TO PROGRAM-END-PARA
       END-IF
       OPEN INPUT BUDGET-IN-FILE
       IF BIN-FILESTATUS NOT = "00"
           DISPLAY " BUDGETIN.DAT NOT FOUND - NOTHING TO LOAD "
           MOVE 8 TO RETURN-CODE
           GO TO PROGRAM-END-PARA
       END-IF

       OPEN OUTPUT LOAD-REPORT
       MOVE WS-BUDGET-YEAR TO RPT-HDR-YEAR
       MOVE WS-TODAY-DATE TO RPT-HDR-DATE
       WRITE RPT-LINE FROM RPT-HEADER-1
       WRITE RPT-LINE FROM RPT-HEADER-2
       PERFORM LOAD-ONE-LINE-PARA THRU LOAD-ONE-LINE-EXIT
           UNTIL BIN-END-OF-FILE
       CLOSE BUDGET-IN-FILE

       COMPUTE WS-DIFFERENCE = WS-LOADED-TOTAL - WS-CONTROL-TOTAL
       MOVE "BUDGET TOTAL            :" TO RPT-TOTAL-LABEL
       MOVE WS-LOADED-TOTAL TO RPT-TOTAL-AMOUNT
       WRITE RPT-LINE FROM RPT-TOTAL-LINE
       MOVE "CONTROL FIGURE          :" TO RPT-TOTAL-LABEL
       MOVE WS-CONTROL-TOTAL TO RPT-TOTAL-AMOUNT
       WRITE RPT-LINE FROM RPT-TOTAL-LINE
       MOVE "DIFFERENCE              :" TO RPT-TOTAL-LABEL
       MOVE WS-DIFFERENCE TO RPT-TOTAL-AMOUNT
       WRITE RPT-LINE FROM RPT-TOTAL-LINE

      *    ONE BAD LINE OR A TOTAL THAT DOES NOT PROVE AND THE
      *    BUDGET IN FORCE STAYS AS IT WAS.
       IF WS-REJECT-COUNT > ZERO OR WS-DIFFERENCE NOT = ZERO
               OR WS-BUD-TOTAL = ZERO
           MOVE "*** BUDGET NOT LOADED - BUDGET.DAT UNCHANGED"
               TO RPT-MESSAGE-LINE
           WRITE RPT-LINE FROM RPT-MESSAGE-LINE
           CLOSE LOAD-REPORT
           DISPLAY "*** BUDGET FOR " WS-BUDGET-YEAR " NOT LOADED - "
               "SEE BUDLOAD.RPT"
           MOVE 8 TO RETURN-CODE
           GO TO PROGRAM-END-PARA
       END-IF

       PERFORM WRITE-BUDGET-PARA
       MOVE "BUDGET LOADED" TO RPT-MESSAGE-LINE
       WRITE RPT-LINE FROM RPT-MESSAGE-LINE
       CLOSE LOAD-REPORT
       DISPLAY "BUDGET FOR " WS-BUDGET-YEAR " LOADED"
       DISPLAY "LINES READ        : " WS-READ-COUNT
       DISPLAY "ACCOUNTS BUDGETED : " WS-BUD-TOTAL
       DISPLAY "OTHER YEARS KEPT  : " WS-KEPT-COUNT
       MOVE WS-LOADED-TOTAL TO RPT-TOTAL-AMOUNT
       DISPLAY "BUDGET TOTAL      : " RPT-TOTAL-AMOUNT.

       PROGRAM-END-PARA.
      *    GOBACK RATHER THAN STOP RUN SO THE NIGHT SCHEDULER CAN
      *    CALL THIS STEP AND CARRY ON; RUN STANDALONE IT ENDS THE
      *    RUN UNIT JUST THE SAME.
       GOBACK.

       READ-CONTROL-PARA.
       OPEN INPUT CONTROL-FILE
       IF CTL-FILESTATUS = "00"
           READ CONTROL-FILE INTO CTL-LINE
               AT END MOVE SPACES TO CTL-LINE
           END-READ
           MOVE SPACES TO WS-PARSE-RECORD
           MOVE CTL-LINE TO WS-PARSE-RECORD
           CALL "FLDPARSE" USING WS-PARSE-RECORD, WS-PARSE-DELIM,
               WS-PARSE-FIELDS, WS-PARSE-COUNT, WS-PARSE-ERROR
           END-CALL
           IF WS-PARSE-COUNT > ZERO
                   AND FUNCTION TEST-NUMVAL(WS-PARSE-FIELD(1)) = ZERO
               MOVE FUNCTION NUMVAL(WS-PARSE-FIELD(1))
                   TO WS-CONTROL-TOTAL
               SET CONTROL-FIGURE-FOUND TO TRUE
           END-IF
           CLOSE CONTROL-FILE
       END-IF.

       LOAD-ONE-LINE-PARA.
       READ BUDGET-IN-FILE
           AT END
               SET BIN-END-OF-FILE TO TRUE
               GO TO LOAD-ONE-LINE-EXIT
       END-READ
       IF BUDGET-IN-LINE = SPACES
           GO TO LOAD-ONE-LINE-EXIT
       END-IF
       ADD 1 TO WS-READ-COUNT
       MOVE SPACES TO WS-PARSE-RECORD
       MOVE BUDGET-IN-LINE TO WS-PARSE-RECORD
       CALL "FLDPARSE" USING WS-PARSE-RECORD, WS-PARSE-DELIM,
           WS-PARSE-FIELDS, WS-PARSE-COUNT, WS-PARSE-ERROR
       END-CALL
       MOVE SPACES TO RPT-DETAIL-LINE
       MOVE WS-PARSE-FIELD(1) TO WS-IN-ACCT
       MOVE WS-PARSE-FIELD(2) TO WS-IN-DEPT
       MOVE WS-IN-ACCT TO RPT-ACCT
       MOVE WS-IN-DEPT TO RPT-DEPT
       MOVE ZERO TO RPT-YEAR-TOTAL
       IF WS-PARSE-COUNT NOT = 14
           MOVE "NEEDS ACCT, DEPT, 12 AMOUNTS" TO RPT-RESULT
           GO TO LOAD-ONE-REJECT
       END-IF
       PERFORM FIND-CHART-PARA
       IF NOT ACCOUNT-ON-CHART
           MOVE "ACCOUNT NOT ON CHART" TO RPT-RESULT
           GO TO LOAD-ONE-REJECT
       END-IF
       PERFORM VARYING WS-BUD-SUB FROM 1 BY 1
               UNTIL WS-BUD-SUB > WS-BUD-TOTAL
           IF BUD-T-ACCT(WS-BUD-SUB) = WS-IN-ACCT
               MOVE "ACCOUNT BUDGETED TWICE" TO RPT-RESULT
           END-IF
       END-PERFORM
       IF RPT-RESULT NOT = SPACES
           GO TO LOAD-ONE-REJECT
       END-IF
       MOVE WS-IN-DEPT TO WS-DEP-CODE
       CALL "DEPTVAL" USING WS-DEP-FUNC, WS-DEP-CODE,
           WS-DEP-NAME, WS-DEP-COST, WS-DEP-FOUND
       END-CALL
       IF NOT DEPT-ON-MASTER OR WS-DEP-COST = SPACES
           MOVE "DEPT INACTIVE OR NO COST CTR" TO RPT-RESULT
           GO TO LOAD-ONE-REJECT
       END-IF
       MOVE WS-DEP-COST TO RPT-COST
       MOVE ZERO TO WS-LINE-TOTAL
       PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > 12
           IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD(WS-MONTH-SUB + 2))
                   NOT = ZERO
               MOVE "MONTHLY AMOUNT NOT NUMERIC" TO RPT-RESULT
           ELSE
               COMPUTE WS-LINE-AMOUNT(WS-MONTH-SUB) = FUNCTION
                   NUMVAL(WS-PARSE-FIELD(WS-MONTH-SUB + 2))
                   ON SIZE ERROR
                       MOVE "MONTHLY AMOUNT TOO LARGE" TO RPT-RESULT
               END-COMPUTE
               ADD WS-LINE-AMOUNT(WS-MONTH-SUB) TO WS-LINE-TOTAL
           END-IF
       END-PERFORM
       MOVE WS-LINE-TOTAL TO RPT-YEAR-TOTAL
       IF RPT-RESULT NOT = SPACES
           GO TO LOAD-ONE-REJECT
       END-IF
       IF WS-BUD-TOTAL NOT < WS-BUD-MAX
           MOVE "BUDGET TABLE FULL" TO RPT-RESULT
           GO TO LOAD-ONE-REJECT
       END-IF
       ADD 1 TO WS-BUD-TOTAL
       MOVE WS-IN-ACCT TO BUD-T-ACCT(WS-BUD-TOTAL)
       MOVE WS-IN-DEPT TO BUD-T-DEPT(WS-BUD-TOTAL)
       MOVE WS-DEP-COST TO BUD-T-COST(WS-BUD-TOTAL)
       PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > 12
           MOVE WS-LINE-AMOUNT(WS-MONTH-SUB)
               TO BUD-T-AMOUNT(WS-BUD-TOTAL, WS-MONTH-SUB)
       END-PERFORM
       ADD WS-LINE-TOTAL TO WS-LOADED-TOTAL
       MOVE "ACCEPTED" TO RPT-RESULT
       WRITE RPT-LINE FROM RPT-DETAIL-LINE
       GO TO LOAD-ONE-LINE-EXIT.
       LOAD-ONE-REJECT.
       ADD 1 TO WS-REJECT-COUNT
       WRITE RPT-LINE FROM RPT-DETAIL-LINE.
       LOAD-ONE-LINE-EXIT.
       EXIT.

      *    THE NEW BUDGET IS BUILT ON A WORK FILE: EVERY LINE OF
      *    ANOTHER YEAR IS COPIED ACROSS AS IT WAS READ, THE YEAR BEING
      *    LOADED IS DROPPED AND ITS NEW LINES FOLLOW. THE WORK FILE IS
      *    THEN COPIED BACK OVER BUDGET.DAT.
       WRITE-BUDGET-PARA.
       OPEN OUTPUT BUDGET-WORK
       MOVE 'N' TO BUD-EOF
       OPEN INPUT BUDGET-FILE
       IF BUD-FILESTATUS = "00"
           PERFORM KEEP-ONE-BUDGET-PARA THRU KEEP-ONE-BUDGET-EXIT
               UNTIL BUD-END-OF-FILE
           CLOSE BUDGET-FILE
       END-IF
       PERFORM VARYING WS-BUD-SUB FROM 1 BY 1
               UNTIL WS-BUD-SUB > WS-BUD-TOTAL
           MOVE SPACES TO BUDGET-RECORD
           MOVE WS-BUDGET-YEAR TO BUD-YEAR
           MOVE BUD-T-ACCT(WS-BUD-SUB) TO BUD-ACCT
           MOVE BUD-T-DEPT(WS-BUD-SUB) TO BUD-DEPT
           MOVE BUD-T-COST(WS-BUD-SUB) TO BUD-COST-CENTRE
           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-MONTH-SUB > 12
               MOVE BUD-T-AMOUNT(WS-BUD-SUB, WS-MONTH-SUB)
                   TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT TO BUD-AMOUNT(WS-MONTH-SUB)
           END-PERFORM
           WRITE BUDGET-WORK-LINE FROM BUDGET-RECORD
       END-PERFORM
       CLOSE BUDGET-WORK
       MOVE 'N' TO BUD-EOF
       OPEN INPUT BUDGET-WORK
       OPEN OUTPUT BUDGET-FILE
       PERFORM COPY-BACK-ONE-PARA THRU COPY-BACK-ONE-EXIT
           UNTIL BUD-END-OF-FILE
       CLOSE BUDGET-FILE
       CLOSE BUDGET-WORK.

       KEEP-ONE-BUDGET-PARA.
       READ BUDGET-FILE
           AT END
               SET BUD-END-OF-FILE TO TRUE
               GO TO KEEP-ONE-BUDGET-EXIT
       END-READ
       IF BUDGET-RECORD = SPACES OR BUD-YEAR = WS-BUDGET-YEAR
           GO TO KEEP-ONE-BUDGET-EXIT
       END-IF
       ADD 1 TO WS-KEPT-COUNT
       WRITE BUDGET-WORK-LINE FROM BUDGET-RECORD.
       KEEP-ONE-BUDGET-EXIT.
       EXIT.

       COPY-BACK-ONE-PARA.
       READ BUDGET-WORK
           AT END
               SET BUD-END-OF-FILE TO TRUE
               GO TO COPY-BACK-ONE-EXIT
       END-READ
       WRITE BUDGET-RECORD FROM BUDGET-WORK-LINE.
       COPY-BACK-ONE-EXIT.
       EXIT.

       FIND-CHART-PARA.
       MOVE 'N' TO WS-CHT-FOUND-SW
       PERFORM VARYING WS-CHT-SUB FROM 1 BY 1
               UNTIL WS-CHT-SUB > WS-CHT-TOTAL
               OR ACCOUNT-ON-CHART
           IF CHT-T-ACCT(WS-CHT-SUB) = WS-IN-ACCT
               SET ACCOUNT-ON-CHART TO TRUE
           END-IF
       END-PERFORM.

       LOAD-CHART-PARA.
       OPEN INPUT CHART-FILE
       IF CHT-FILESTATUS = "00"
           PERFORM LOAD-ONE-CHART-PARA THRU LOAD-ONE-CHART-EXIT
               UNTIL CHT-END-OF-FILE
           CLOSE CHART-FILE
       END-IF.

       LOAD-ONE-CHART-PARA.
       READ CHART-FILE
           AT END
               SET CHT-END-OF-FILE TO TRUE
               GO TO LOAD-ONE-CHART-EXIT
       END-READ
       MOVE SPACES TO WS-CHT-CODE-IN
       UNSTRING CHART-LINE DELIMITED BY ALL SPACE
           INTO WS-CHT-CODE-IN
       END-UNSTRING
       IF WS-CHT-CODE-IN = SPACES
           GO TO LOAD-ONE-CHART-EXIT
       END-IF
       IF WS-CHT-TOTAL < 20
           ADD 1 TO WS-CHT-TOTAL
           MOVE WS-CHT-CODE-IN TO CHT-T-ACCT(WS-CHT-TOTAL)
       END-IF.
       LOAD-ONE-CHART-EXIT.
       EXIT.
       END PROGRAM BUDLOAD.
