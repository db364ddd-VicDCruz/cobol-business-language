      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly budget-versus-actual report, so overspending
      *          shows month by month instead of at the year end.
      *          For the month given on the command line (YYYYMM,
      *          default the last month closed on LedgerHist.dat) it
      *          sets the Budget.dat budget BUDLOAD loaded against
      *          the actuals by account that MTHCLOSE carries on the
      *          LedgerHist.dat history - for a month not yet closed
      *          the AcctMTD.dat month-to-date stands in, and the
      *          report says so. Each account shows budget, actual,
      *          variance and variance percent for the month and for
      *          the year to date, grouped under the cost centre of
      *          the department that owns it with a subtotal per
      *          cost centre and a grand total; accounts that moved
      *          with no budget are listed after. An account whose
      *          spend runs over budget by more than the
      *          BUDGET-OVER-PCT percentage (SystemConfig.dat,
      *          default 10) is flagged OVER, and any flag ends the
      *          run with RETURN-CODE 4. The report is a dated
      *          generation through RPTWRT, catalogued through RPTCAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-FILE
           ASSIGN TO 'Budget.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BUD-FILESTATUS.

           SELECT HISTORY-FILE
           ASSIGN TO 'LedgerHist.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HST-FILESTATUS.

           SELECT ACCT-MTD-FILE
           ASSIGN TO 'AcctMTD.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AMT-FILESTATUS.

           SELECT CHART-FILE
           ASSIGN TO 'ChartAccts.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CHT-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

       FD BUDGET-FILE.
       COPY BUDREC REPLACING ==:REC:== BY ==BUDGET-RECORD==.
      *
       FD HISTORY-FILE.
       01 HISTORY-RECORD      PIC X(48).
       COPY LHAREC REPLACING ==:REC:== BY ==HISTORY-ACCT-RECORD==.
      *
       FD ACCT-MTD-FILE.
       COPY AMTDREC REPLACING ==:REC:== BY ==ACCT-MTD-RECORD==.
      *
       FD CHART-FILE.
       01 CHART-LINE          PIC X(30).
      *
       WORKING-STORAGE SECTION.

       01 BUD-FILESTATUS PIC X(02).
       01 HST-FILESTATUS PIC X(02).
       01 AMT-FILESTATUS PIC X(02).
       01 CHT-FILESTATUS PIC X(02).
       01 BUD-EOF PIC X(1) VALUE 'N'.
           88 BUD-END-OF-FILE VALUE 'Y'.
       01 HST-EOF PIC X(1) VALUE 'N'.
           88 HST-END-OF-FILE VALUE 'Y'.
       01 AMT-EOF PIC X(1) VALUE 'N'.
           88 AMT-END-OF-FILE VALUE 'Y'.
       01 CHT-EOF PIC X(1) VALUE 'N'.
           88 CHT-END-OF-FILE VALUE 'Y'.
      *
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-RPT-DATE-X PIC X(8).
       01 WS-CMD-LINE PIC X(20).
       01 WS-REPORT-PERIOD PIC 9(6) VALUE ZERO.
       01 WS-PERIOD-PARTS REDEFINES WS-REPORT-PERIOD.
           05 WS-REPORT-YEAR PIC 9(4).
           05 WS-REPORT-MONTH PIC 9(2).
       01 WS-LAST-CLOSED PIC 9(6) VALUE ZERO.
       01 WS-MONTH-CLOSED PIC X(1) VALUE 'N'.
           88 MONTH-CLOSED VALUE 'Y'.
       01 WS-LINE-PERIOD PIC 9(6).
       01 WS-LINE-AMOUNT PIC S9(9)V99.
       01 WS-LINE-ACCT PIC X(4).
      *
       01 WS-PARM-KEY PIC X(16).
       01 WS-PARM-VALUE PIC 9(5).
       01 WS-PARM-DEFAULT PIC 9(5).
       01 WS-PARM-FOUND PIC X(1).
       01 WS-OVER-PCT PIC 9(3)V9.
      *
      *    THE BUDGET FOR THE YEAR, ONE ROW PER ACCOUNT.
       01 BUD-TABLE.
           05 BUD-ENTRY OCCURS 20 TIMES.
               10 BUD-T-ACCT PIC X(4).
               10 BUD-T-DEPT PIC X(3).
               10 BUD-T-COST PIC X(4).
               10 BUD-T-AMOUNT OCCURS 12 TIMES PIC S9(7)V99.
       01 WS-BUD-TOTAL PIC 9(2) VALUE ZERO.
       01 WS-BUD-SUB PIC 9(2).
       01 WS-MONTH-SUB PIC 9(2).
      *
      *    ACTUALS BY ACCOUNT FOR THE MONTH AND THE YEAR TO DATE.
       01 ACT-TABLE.
           05 ACT-ENTRY OCCURS 30 TIMES.
               10 ACT-T-ACCT PIC X(4).
               10 ACT-T-MONTH PIC S9(9)V99.
               10 ACT-T-YTD PIC S9(9)V99.
               10 ACT-T-BUDGETED PIC X(1).
       01 WS-ACT-TOTAL PIC 9(2) VALUE ZERO.
       01 WS-ACT-SUB PIC 9(2).
       01 WS-ACT-FOUND-SW PIC X(1).
           88 ACT-FOUND VALUE 'Y'.
       01 WS-ACT-DROPPED PIC 9(3) VALUE ZERO.
      *
       01 CHT-TABLE.
           05 CHT-ENTRY OCCURS 20 TIMES.
               10 CHT-T-ACCT PIC X(4).
               10 CHT-T-DESC PIC X(20).
       01 WS-CHT-TOTAL PIC 9(2) VALUE ZERO.
       01 WS-CHT-SUB PIC 9(2).
       01 WS-CHT-CODE-IN PIC X(4).
       01 WS-CHT-DESC-IN PIC X(20).
      *
      *    THE COST CENTRES IN THE ORDER THE BUDGET FIRST NAMES THEM.
       01 CCT-TABLE.
           05 CCT-ENTRY OCCURS 20 TIMES.
               10 CCT-T-COST PIC X(4).
       01 WS-CCT-TOTAL PIC 9(2) VALUE ZERO.
       01 WS-CCT-SUB PIC 9(2).
       01 WS-CCT-FOUND-SW PIC X(1).
           88 CCT-FOUND VALUE 'Y'.
      *
       01 WS-ACCT-BUD-MTH PIC S9(9)V99.
       01 WS-ACCT-BUD-YTD PIC S9(9)V99.
       01 WS-ACCT-ACT-MTH PIC S9(9)V99.
       01 WS-ACCT-ACT-YTD PIC S9(9)V99.
       01 WS-CC-BUD-MTH PIC S9(9)V99.
       01 WS-CC-BUD-YTD PIC S9(9)V99.
       01 WS-CC-ACT-MTH PIC S9(9)V99.
       01 WS-CC-ACT-YTD PIC S9(9)V99.
       01 WS-GR-BUD-MTH PIC S9(9)V99 VALUE ZERO.
       01 WS-GR-BUD-YTD PIC S9(9)V99 VALUE ZERO.
       01 WS-GR-ACT-MTH PIC S9(9)V99 VALUE ZERO.
       01 WS-GR-ACT-YTD PIC S9(9)V99 VALUE ZERO.
      *
       01 WS-CMP-BUDGET PIC S9(9)V99.
       01 WS-CMP-ACTUAL PIC S9(9)V99.
       01 WS-CMP-VARIANCE PIC S9(9)V99.
       01 WS-CMP-PCT PIC S9(5)V9.
       01 WS-CMP-OVER PIC X(1).
           88 CMP-OVER VALUE 'Y'.
       01 WS-ACCT-FLAGGED PIC X(1).
           88 ACCOUNT-FLAGGED VALUE 'Y'.
       01 WS-FLAGGED-COUNT PIC 9(3) VALUE ZERO.
       01 WS-UNBUDGETED-COUNT PIC 9(3) VALUE ZERO.
       01 WS-PCT-ED PIC -(4)9.9.
      *
       01 WS-SHARED-PROGRAM PIC X(9) VALUE "BUDRPT".
       01 WS-RS-PHASE PIC X(1).
       01 WS-RS-RECORDS PIC 9(7) VALUE ZERO.
      *
       01 WS-RPT-FUNC PIC X(1).
       01 WS-RPT-TITLE PIC X(40)
           VALUE "BUDGET VERSUS ACTUAL".
       01 WS-RPT-DETAIL PIC X(80).
       01 WS-RPT-GEN-NAME PIC X(28).
       01 WS-CAT-REPORT-NAME PIC X(16) VALUE "BUDVAR".
      *
       01 RPT-PERIOD-LINE.
           05 FILLER PIC X(18) VALUE "REPORTING MONTH : ".
           05 RPT-PERIOD PIC 9(6).
           05 FILLER PIC X(3) VALUE SPACES.
           05 RPT-PERIOD-NOTE PIC X(40).
       01 RPT-THRESHOLD-LINE.
           05 FILLER PIC X(36)
               VALUE "FLAGGED OVER WHEN OVER BUDGET BY  > ".
           05 RPT-THRESHOLD PIC ZZ9.9.
           05 FILLER PIC X(1) VALUE "%".
       01 RPT-COLUMN-LINE.
           05 FILLER PIC X(25) VALUE "ACCT DESCRIPTION     DEPT".
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "      BUDGET".
           05 FILLER PIC X(13) VALUE "       ACTUAL".
           05 FILLER PIC X(13) VALUE "     VARIANCE".
           05 FILLER PIC X(8) VALUE "    VAR%".
           05 FILLER PIC X(5) VALUE " FLAG".
       01 RPT-DETAIL-LINE.
           05 RPT-ACCT PIC X(5).
           05 RPT-DESC PIC X(16).
           05 RPT-DEPT PIC X(4).
           05 RPT-SCOPE PIC X(4).
           05 RPT-BUDGET PIC -(8)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-ACTUAL PIC -(8)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-VARIANCE PIC -(8)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-PCT PIC X(7).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-FLAG PIC X(4).
       01 RPT-CC-HEADER-LINE.
           05 FILLER PIC X(13) VALUE "COST CENTRE ".
           05 RPT-CC-CODE PIC X(4).
       01 RPT-UNBUDGETED-HEADER PIC X(40)
           VALUE "ACCOUNTS MOVED WITH NO BUDGET".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       MOVE 'S' TO WS-RS-PHASE
       CALL "RUNSTATS" USING WS-SHARED-PROGRAM, WS-RS-PHASE,
           WS-RS-RECORDS
       END-CALL
       ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
       MOVE SPACES TO WS-CMD-LINE
       ACCEPT WS-CMD-LINE FROM COMMAND-LINE
       IF WS-CMD-LINE NOT = SPACES
           IF WS-CMD-LINE(1:6) NOT NUMERIC
                   OR WS-CMD-LINE(5:2) < "01"
                   OR WS-CMD-LINE(5:2) > "12"
               DISPLAY " GIVE THE REPORTING MONTH AS YYYYMM "
               MOVE 8 TO RETURN-CODE
               GO TO PROGRAM-END-PARA
           END-IF
           MOVE WS-CMD-LINE(1:6) TO WS-REPORT-PERIOD
       END-IF

      *    THE HISTORY IS READ TWICE IN EFFECT: ONCE HERE FOR THE
      *    LAST MONTH CLOSED (THE DEFAULT MONTH), THEN FOR ACTUALS.
       PERFORM FIND-LAST-CLOSED-PARA
       IF WS-REPORT-PERIOD = ZERO
           IF WS-LAST-CLOSED = ZERO
               MOVE WS-TODAY-DATE(1:6) TO WS-REPORT-PERIOD
           ELSE
               MOVE WS-LAST-CLOSED TO WS-REPORT-PERIOD
           END-IF
       END-IF

       PERFORM LOAD-BUDGET-PARA
       IF WS-BUD-TOTAL = ZERO
           DISPLAY " NO BUDGET ON BUDGET.DAT FOR " WS-REPORT-YEAR
               " - RUN BUDLOAD FIRST "
           MOVE 8 TO RETURN-CODE
           GO TO PROGRAM-END-PARA
       END-IF
       PERFORM LOAD-CHART-PARA
       PERFORM LOAD-ACTUALS-PARA
       IF NOT MONTH-CLOSED
           PERFORM LOAD-MONTH-TO-DATE-PARA
       END-IF

       MOVE "BUDGET-OVER-PCT" TO WS-PARM-KEY
       MOVE 10 TO WS-PARM-DEFAULT
       CALL "GETPARM" USING WS-PARM-KEY, WS-PARM-VALUE,
           WS-PARM-DEFAULT, WS-PARM-FOUND
       END-CALL
       MOVE WS-PARM-VALUE TO WS-OVER-PCT

       MOVE WS-TODAY-DATE TO WS-RPT-DATE-X
       MOVE SPACES TO WS-RPT-GEN-NAME
       STRING "BudVar." WS-RPT-DATE-X ".rpt"
           DELIMITED BY SIZE INTO WS-RPT-GEN-NAME
       MOVE 'O' TO WS-RPT-FUNC
       MOVE SPACES TO WS-RPT-DETAIL
       CALL "RPTWRT" USING WS-RPT-FUNC, WS-RPT-GEN-NAME,
           WS-RPT-TITLE, WS-RPT-DETAIL
       END-CALL
       MOVE WS-REPORT-PERIOD TO RPT-PERIOD
       IF MONTH-CLOSED
           MOVE "MONTH CLOSED" TO RPT-PERIOD-NOTE
       ELSE
           MOVE "MONTH TO DATE - NOT YET CLOSED"
               TO RPT-PERIOD-NOTE
       END-IF
       MOVE RPT-PERIOD-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       MOVE WS-OVER-PCT TO RPT-THRESHOLD
       MOVE RPT-THRESHOLD-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       MOVE RPT-COLUMN-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA

       PERFORM REPORT-COST-CENTRE-PARA
           VARYING WS-CCT-SUB FROM 1 BY 1
           UNTIL WS-CCT-SUB > WS-CCT-TOTAL

       MOVE SPACES TO RPT-DETAIL-LINE
       MOVE "GRAND TOTAL" TO RPT-DESC
       MOVE "MTH" TO RPT-SCOPE
       MOVE WS-GR-BUD-MTH TO WS-CMP-BUDGET
       MOVE WS-GR-ACT-MTH TO WS-CMP-ACTUAL
       PERFORM COMPUTE-VARIANCE-PARA
       PERFORM WRITE-DETAIL-PARA
       MOVE SPACES TO RPT-DETAIL-LINE
       MOVE "YTD" TO RPT-SCOPE
       MOVE WS-GR-BUD-YTD TO WS-CMP-BUDGET
       MOVE WS-GR-ACT-YTD TO WS-CMP-ACTUAL
       PERFORM COMPUTE-VARIANCE-PARA
       PERFORM WRITE-DETAIL-PARA

       PERFORM REPORT-UNBUDGETED-PARA

       MOVE 'C' TO WS-RPT-FUNC
       CALL "RPTWRT" USING WS-RPT-FUNC, WS-RPT-GEN-NAME,
           WS-RPT-TITLE, WS-RPT-DETAIL
       END-CALL
       CALL "RPTCAT" USING WS-CAT-REPORT-NAME, WS-RPT-GEN-NAME,
           WS-TODAY-DATE
       END-CALL
       DISPLAY "BUDGET VERSUS ACTUAL FOR " WS-REPORT-PERIOD
       DISPLAY "ACCOUNTS BUDGETED   : " WS-BUD-TOTAL
       DISPLAY "ACCOUNTS OVER       : " WS-FLAGGED-COUNT
       DISPLAY "MOVED, NO BUDGET    : " WS-UNBUDGETED-COUNT
       IF WS-ACT-DROPPED > ZERO
           DISPLAY "*** ACTUALS TABLE FULL - " WS-ACT-DROPPED
               " LINES NOT REPORTED"
       END-IF
       MOVE 'E' TO WS-RS-PHASE
       MOVE WS-BUD-TOTAL TO WS-RS-RECORDS
       CALL "RUNSTATS" USING WS-SHARED-PROGRAM, WS-RS-PHASE,
           WS-RS-RECORDS
       END-CALL
       IF WS-FLAGGED-COUNT > ZERO
           MOVE 4 TO RETURN-CODE
       END-IF.

       PROGRAM-END-PARA.
      *    GOBACK RATHER THAN STOP RUN SO THE NIGHT SCHEDULER CAN
      *    CALL THIS STEP AND CARRY ON; RUN STANDALONE IT ENDS THE
      *    RUN UNIT JUST THE SAME.
       GOBACK.

      *    ONE COST CENTRE: ITS ACCOUNTS, THEN ITS SUBTOTAL.
       REPORT-COST-CENTRE-PARA.
       MOVE SPACES TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       MOVE CCT-T-COST(WS-CCT-SUB) TO RPT-CC-CODE
       MOVE RPT-CC-HEADER-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       MOVE ZERO TO WS-CC-BUD-MTH
       MOVE ZERO TO WS-CC-BUD-YTD
       MOVE ZERO TO WS-CC-ACT-MTH
       MOVE ZERO TO WS-CC-ACT-YTD
       PERFORM VARYING WS-BUD-SUB FROM 1 BY 1
               UNTIL WS-BUD-SUB > WS-BUD-TOTAL
           IF BUD-T-COST(WS-BUD-SUB) = CCT-T-COST(WS-CCT-SUB)
               PERFORM REPORT-ACCOUNT-PARA
           END-IF
       END-PERFORM
       MOVE SPACES TO RPT-DETAIL-LINE
       MOVE "SUBTOTAL" TO RPT-DESC
       MOVE "MTH" TO RPT-SCOPE
       MOVE WS-CC-BUD-MTH TO WS-CMP-BUDGET
       MOVE WS-CC-ACT-MTH TO WS-CMP-ACTUAL
       PERFORM COMPUTE-VARIANCE-PARA
       PERFORM WRITE-DETAIL-PARA
       MOVE SPACES TO RPT-DETAIL-LINE
       MOVE "YTD" TO RPT-SCOPE
       MOVE WS-CC-BUD-YTD TO WS-CMP-BUDGET
       MOVE WS-CC-ACT-YTD TO WS-CMP-ACTUAL
       PERFORM COMPUTE-VARIANCE-PARA
       PERFORM WRITE-DETAIL-PARA
       ADD WS-CC-BUD-MTH TO WS-GR-BUD-MTH
       ADD WS-CC-BUD-YTD TO WS-GR-BUD-YTD
       ADD WS-CC-ACT-MTH TO WS-GR-ACT-MTH
       ADD WS-CC-ACT-YTD TO WS-GR-ACT-YTD.

      *    ONE BUDGETED ACCOUNT: A MONTH LINE AND A YEAR-TO-DATE LINE.
       REPORT-ACCOUNT-PARA.
       MOVE BUD-T-AMOUNT(WS-BUD-SUB, WS-REPORT-MONTH)
           TO WS-ACCT-BUD-MTH
       MOVE ZERO TO WS-ACCT-BUD-YTD
       PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > WS-REPORT-MONTH
           ADD BUD-T-AMOUNT(WS-BUD-SUB, WS-MONTH-SUB)
               TO WS-ACCT-BUD-YTD
       END-PERFORM
       MOVE BUD-T-ACCT(WS-BUD-SUB) TO WS-LINE-ACCT
       PERFORM FIND-ACTUAL-PARA
       IF ACT-FOUND
           MOVE 'Y' TO ACT-T-BUDGETED(WS-ACT-SUB)
           MOVE ACT-T-MONTH(WS-ACT-SUB) TO WS-ACCT-ACT-MTH
           MOVE ACT-T-YTD(WS-ACT-SUB) TO WS-ACCT-ACT-YTD
       ELSE
           MOVE ZERO TO WS-ACCT-ACT-MTH
           MOVE ZERO TO WS-ACCT-ACT-YTD
       END-IF
       MOVE 'N' TO WS-ACCT-FLAGGED
       MOVE SPACES TO RPT-DETAIL-LINE
       MOVE BUD-T-ACCT(WS-BUD-SUB) TO RPT-ACCT
       PERFORM VARYING WS-CHT-SUB FROM 1 BY 1
               UNTIL WS-CHT-SUB > WS-CHT-TOTAL
           IF CHT-T-ACCT(WS-CHT-SUB) = BUD-T-ACCT(WS-BUD-SUB)
               MOVE CHT-T-DESC(WS-CHT-SUB) TO RPT-DESC
           END-IF
       END-PERFORM
       MOVE BUD-T-DEPT(WS-BUD-SUB) TO RPT-DEPT
       MOVE "MTH" TO RPT-SCOPE
       MOVE WS-ACCT-BUD-MTH TO WS-CMP-BUDGET
       MOVE WS-ACCT-ACT-MTH TO WS-CMP-ACTUAL
       PERFORM COMPUTE-VARIANCE-PARA
       IF CMP-OVER
           SET ACCOUNT-FLAGGED TO TRUE
       END-IF
       PERFORM WRITE-DETAIL-PARA
       MOVE SPACES TO RPT-DETAIL-LINE
       MOVE "YTD" TO RPT-SCOPE
       MOVE WS-ACCT-BUD-YTD TO WS-CMP-BUDGET
       MOVE WS-ACCT-ACT-YTD TO WS-CMP-ACTUAL
       PERFORM COMPUTE-VARIANCE-PARA
       IF CMP-OVER
           SET ACCOUNT-FLAGGED TO TRUE
       END-IF
       PERFORM WRITE-DETAIL-PARA
       IF ACCOUNT-FLAGGED
           ADD 1 TO WS-FLAGGED-COUNT
       END-IF
       ADD WS-ACCT-BUD-MTH TO WS-CC-BUD-MTH
       ADD WS-ACCT-BUD-YTD TO WS-CC-BUD-YTD
       ADD WS-ACCT-ACT-MTH TO WS-CC-ACT-MTH
       ADD WS-ACCT-ACT-YTD TO WS-CC-ACT-YTD.

      *    VARIANCE IS ACTUAL LESS BUDGET, SO SPENDING OVER BUDGET IS
      *    POSITIVE. OVER MEANS A POSITIVE VARIANCE ABOVE THE
      *    THRESHOLD PERCENTAGE OF A SPENDING BUDGET, OR ANY SPEND
      *    AGAINST A NIL BUDGET; A CREDIT (NEGATIVE) BUDGET IS NOT
      *    FLAGGED. THE PERCENTAGE IS SHOWN ONLY WHERE THERE IS A
      *    BUDGET TO DIVIDE BY.
       COMPUTE-VARIANCE-PARA.
       COMPUTE WS-CMP-VARIANCE = WS-CMP-ACTUAL - WS-CMP-BUDGET
       MOVE 'N' TO WS-CMP-OVER
       MOVE WS-CMP-BUDGET TO RPT-BUDGET
       MOVE WS-CMP-ACTUAL TO RPT-ACTUAL
       MOVE WS-CMP-VARIANCE TO RPT-VARIANCE
       IF WS-CMP-BUDGET = ZERO
           MOVE "    N/A" TO RPT-PCT
           IF WS-CMP-VARIANCE > ZERO
               SET CMP-OVER TO TRUE
           END-IF
       ELSE
           COMPUTE WS-CMP-PCT ROUNDED =
               WS-CMP-VARIANCE * 100 / WS-CMP-BUDGET
               ON SIZE ERROR
                   MOVE 9999.9 TO WS-CMP-PCT
           END-COMPUTE
           MOVE WS-CMP-PCT TO WS-PCT-ED
           MOVE WS-PCT-ED TO RPT-PCT
           IF WS-CMP-BUDGET > ZERO AND WS-CMP-VARIANCE > ZERO
                   AND WS-CMP-PCT > WS-OVER-PCT
               SET CMP-OVER TO TRUE
           END-IF
       END-IF
       IF CMP-OVER
           MOVE "OVER" TO RPT-FLAG
       END-IF.

       WRITE-DETAIL-PARA.
       MOVE RPT-DETAIL-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA.

      *    ACCOUNTS THAT MOVED THIS YEAR WITHOUT A BUDGET LINE ARE
      *    SPENDING NOBODY PLANNED FOR.
       REPORT-UNBUDGETED-PARA.
       PERFORM VARYING WS-ACT-SUB FROM 1 BY 1
               UNTIL WS-ACT-SUB > WS-ACT-TOTAL
           IF ACT-T-BUDGETED(WS-ACT-SUB) NOT = 'Y'
               IF WS-UNBUDGETED-COUNT = ZERO
                   MOVE SPACES TO WS-RPT-DETAIL
                   PERFORM WRITE-REPORT-LINE-PARA
                   MOVE RPT-UNBUDGETED-HEADER TO WS-RPT-DETAIL
                   PERFORM WRITE-REPORT-LINE-PARA
               END-IF
               ADD 1 TO WS-UNBUDGETED-COUNT
               MOVE SPACES TO RPT-DETAIL-LINE
               MOVE ACT-T-ACCT(WS-ACT-SUB) TO RPT-ACCT
               MOVE "YTD" TO RPT-SCOPE
               MOVE ZERO TO RPT-BUDGET
               MOVE ACT-T-YTD(WS-ACT-SUB) TO RPT-ACTUAL
               MOVE ACT-T-YTD(WS-ACT-SUB) TO RPT-VARIANCE
               MOVE "    N/A" TO RPT-PCT
               PERFORM WRITE-DETAIL-PARA
           END-IF
       END-PERFORM.

       WRITE-REPORT-LINE-PARA.
       MOVE 'D' TO WS-RPT-FUNC
       CALL "RPTWRT" USING WS-RPT-FUNC, WS-RPT-GEN-NAME,
           WS-RPT-TITLE, WS-RPT-DETAIL
       END-CALL.

       FIND-LAST-CLOSED-PARA.
       OPEN INPUT HISTORY-FILE
       IF HST-FILESTATUS = "00"
           PERFORM FIND-ONE-CLOSED-PARA THRU FIND-ONE-CLOSED-EXIT
               UNTIL HST-END-OF-FILE
           CLOSE HISTORY-FILE
       END-IF
       MOVE 'N' TO HST-EOF.

       FIND-ONE-CLOSED-PARA.
       READ HISTORY-FILE
           AT END
               SET HST-END-OF-FILE TO TRUE
               GO TO FIND-ONE-CLOSED-EXIT
       END-READ
       IF HISTORY-RECORD(1:6) NUMERIC AND NOT LHA-ACCOUNT-LINE
           MOVE HISTORY-RECORD(1:6) TO WS-LINE-PERIOD
           IF WS-LINE-PERIOD > WS-LAST-CLOSED
               MOVE WS-LINE-PERIOD TO WS-LAST-CLOSED
           END-IF
       END-IF.
       FIND-ONE-CLOSED-EXIT.
       EXIT.

       LOAD-BUDGET-PARA.
       OPEN INPUT BUDGET-FILE
       IF BUD-FILESTATUS = "00"
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
       IF BUD-YEAR NOT = WS-REPORT-YEAR OR WS-BUD-TOTAL NOT < 20
           GO TO LOAD-ONE-BUDGET-EXIT
       END-IF
       ADD 1 TO WS-BUD-TOTAL
       MOVE BUD-ACCT TO BUD-T-ACCT(WS-BUD-TOTAL)
       MOVE BUD-DEPT TO BUD-T-DEPT(WS-BUD-TOTAL)
       MOVE BUD-COST-CENTRE TO BUD-T-COST(WS-BUD-TOTAL)
       PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > 12
           COMPUTE BUD-T-AMOUNT(WS-BUD-TOTAL, WS-MONTH-SUB) =
               FUNCTION NUMVAL(BUD-AMOUNT(WS-MONTH-SUB))
       END-PERFORM
       MOVE 'N' TO WS-CCT-FOUND-SW
       PERFORM VARYING WS-CCT-SUB FROM 1 BY 1
               UNTIL WS-CCT-SUB > WS-CCT-TOTAL OR CCT-FOUND
           IF CCT-T-COST(WS-CCT-SUB) = BUD-COST-CENTRE
               SET CCT-FOUND TO TRUE
           END-IF
       END-PERFORM
       IF NOT CCT-FOUND
           ADD 1 TO WS-CCT-TOTAL
           MOVE BUD-COST-CENTRE TO CCT-T-COST(WS-CCT-TOTAL)
       END-IF.
       LOAD-ONE-BUDGET-EXIT.
       EXIT.

      *    THE CLOSED MONTHS OF THE REPORTING YEAR UP TO THE
      *    REPORTING MONTH, FROM THE ACCOUNT LINES ON THE HISTORY.
       LOAD-ACTUALS-PARA.
       OPEN INPUT HISTORY-FILE
       IF HST-FILESTATUS = "00"
           PERFORM LOAD-ONE-ACTUAL-PARA THRU LOAD-ONE-ACTUAL-EXIT
               UNTIL HST-END-OF-FILE
           CLOSE HISTORY-FILE
       ELSE
           DISPLAY " LEDGERHIST.DAT NOT FOUND - NO CLOSED MONTHS "
       END-IF.

       LOAD-ONE-ACTUAL-PARA.
       READ HISTORY-FILE
           AT END
               SET HST-END-OF-FILE TO TRUE
               GO TO LOAD-ONE-ACTUAL-EXIT
       END-READ
       IF HISTORY-RECORD(1:6) NOT NUMERIC
           GO TO LOAD-ONE-ACTUAL-EXIT
       END-IF
       MOVE HISTORY-RECORD(1:6) TO WS-LINE-PERIOD
       IF WS-LINE-PERIOD(1:4) NOT = WS-REPORT-YEAR
               OR WS-LINE-PERIOD > WS-REPORT-PERIOD
           GO TO LOAD-ONE-ACTUAL-EXIT
       END-IF
       IF NOT LHA-ACCOUNT-LINE
           IF WS-LINE-PERIOD = WS-REPORT-PERIOD
               SET MONTH-CLOSED TO TRUE
           END-IF
           GO TO LOAD-ONE-ACTUAL-EXIT
       END-IF
       MOVE LHA-ACCT TO WS-LINE-ACCT
       COMPUTE WS-LINE-AMOUNT = FUNCTION NUMVAL(LHA-AMOUNT)
       PERFORM ADD-ACTUAL-PARA.
       LOAD-ONE-ACTUAL-EXIT.
       EXIT.

      *    A MONTH NOT YET CLOSED IS REPORTED FROM THE ACCOUNT
      *    MONTH-TO-DATE LEDGER IS BUILDING.
       LOAD-MONTH-TO-DATE-PARA.
       OPEN INPUT ACCT-MTD-FILE
       IF AMT-FILESTATUS = "00"
           PERFORM LOAD-ONE-MTD-PARA THRU LOAD-ONE-MTD-EXIT
               UNTIL AMT-END-OF-FILE
           CLOSE ACCT-MTD-FILE
       END-IF.

       LOAD-ONE-MTD-PARA.
       READ ACCT-MTD-FILE
           AT END
               SET AMT-END-OF-FILE TO TRUE
               GO TO LOAD-ONE-MTD-EXIT
       END-READ
       IF AMT-PERIOD NOT = WS-REPORT-PERIOD
           GO TO LOAD-ONE-MTD-EXIT
       END-IF
       MOVE AMT-PERIOD TO WS-LINE-PERIOD
       MOVE AMT-ACCT TO WS-LINE-ACCT
       COMPUTE WS-LINE-AMOUNT = FUNCTION NUMVAL(AMT-TOTAL)
       PERFORM ADD-ACTUAL-PARA.
       LOAD-ONE-MTD-EXIT.
       EXIT.

       ADD-ACTUAL-PARA.
       PERFORM FIND-ACTUAL-PARA
       IF NOT ACT-FOUND
           IF WS-ACT-TOTAL < 30
               ADD 1 TO WS-ACT-TOTAL
               MOVE WS-ACT-TOTAL TO WS-ACT-SUB
               MOVE WS-LINE-ACCT TO ACT-T-ACCT(WS-ACT-SUB)
               MOVE ZERO TO ACT-T-MONTH(WS-ACT-SUB)
               MOVE ZERO TO ACT-T-YTD(WS-ACT-SUB)
               MOVE 'N' TO ACT-T-BUDGETED(WS-ACT-SUB)
               SET ACT-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-ACT-DROPPED
           END-IF
       END-IF
       IF ACT-FOUND
           ADD WS-LINE-AMOUNT TO ACT-T-YTD(WS-ACT-SUB)
           IF WS-LINE-PERIOD = WS-REPORT-PERIOD
               ADD WS-LINE-AMOUNT TO ACT-T-MONTH(WS-ACT-SUB)
           END-IF
       END-IF.

       FIND-ACTUAL-PARA.
       MOVE 'N' TO WS-ACT-FOUND-SW
       PERFORM VARYING WS-ACT-SUB FROM 1 BY 1
               UNTIL WS-ACT-SUB > WS-ACT-TOTAL OR ACT-FOUND
           IF ACT-T-ACCT(WS-ACT-SUB) = WS-LINE-ACCT
               SET ACT-FOUND TO TRUE
           END-IF
       END-PERFORM
       IF ACT-FOUND
           SUBTRACT 1 FROM WS-ACT-SUB
       END-IF.

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
       MOVE SPACES TO WS-CHT-DESC-IN
       UNSTRING CHART-LINE DELIMITED BY ALL SPACE
           INTO WS-CHT-CODE-IN WS-CHT-DESC-IN
       END-UNSTRING
       IF WS-CHT-CODE-IN = SPACES
           GO TO LOAD-ONE-CHART-EXIT
       END-IF
       IF WS-CHT-TOTAL < 20
           ADD 1 TO WS-CHT-TOTAL
           MOVE WS-CHT-CODE-IN TO CHT-T-ACCT(WS-CHT-TOTAL)
           MOVE WS-CHT-DESC-IN TO CHT-T-DESC(WS-CHT-TOTAL)
       END-IF.
       LOAD-ONE-CHART-EXIT.
       EXIT.
       END PROGRAM BUDRPT.
