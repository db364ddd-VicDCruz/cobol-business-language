      ******************************************************************
      * Author:
      * Date:
      * Purpose: Workload forecast accuracy - holds every projection
      *          WORKFCST has put on FcstHistory.dat against the
      *          STAT-REQUESTS StatsHistory.dat shows actually arrived
      *          on the day projected, so the staffing figures are not
      *          left resting on a curve nobody has checked. For each
      *          matured projection the error is the volume that
      *          arrived less the volume projected, and the percentage
      *          error is that error over the volume that arrived (a
      *          night with no requests cannot be scored and is only
      *          counted). The FcstAccuracy.YYYYMMDD.rpt report,
      *          written through RPTWRT and catalogued through RPTCAT
      *          as FCSTACC, lists every projection that was made for
      *          the newest night on StatsHistory.dat, then for each
      *          horizon (1 to 20 business days ahead) the rolling mean
      *          absolute percentage error over the most recent
      *          forecast runs - the FCST-MAPE-RUNS key on
      *          SystemConfig.dat, default 10, at most 30 - with the
      *          mean signed percentage error beside it as the bias. A
      *          run of WORKFCST repeated on the same day replaces the
      *          earlier one. Once a horizon has three runs measured
      *          and its rolling error is beyond FCST-MAPE-LIMIT (whole
      *          percent, default 20) it is flagged: when nearly all
      *          of the error runs the same way the curve no longer
      *          follows the volume and a different degree is wanted,
      *          otherwise the trend wants refitting on the newer
      *          nights. Any flagged horizon is logged once through
      *          EXCPLOG against the fit name and ends the run with
      *          RETURN-CODE 4; no StatsHistory.dat ends it with 8.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FCSTACC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATS-HISTORY ASSIGN TO 'StatsHistory.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STA-FILESTATUS.

           SELECT FCST-HISTORY ASSIGN TO 'FcstHistory.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FCH-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

       FD STATS-HISTORY.
       01 STA-LINE PIC X(70).
      *
       FD FCST-HISTORY.
       COPY FCHREC REPLACING ==:REC:== BY ==FCH-RECORD==.
      *
       WORKING-STORAGE SECTION.

       01 STA-FILESTATUS PIC X(02).
       01 FCH-FILESTATUS PIC X(02).
       01 WS-EOF-FLAG PIC X(1) VALUE 'N'.
           88 END-OF-FILE VALUE 'Y'.
       COPY STATREC REPLACING ==:REC:== BY ==WS-STAT-RECORD==.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-STEP-RC PIC 9(1) VALUE ZERO.
      *
      *    THE NIGHTS ON STATSHISTORY.DAT, OLDEST FIRST; A NIGHT RUN
      *    TWICE IS TAKEN FROM ITS LATER LINE.
       01 NIGHT-TABLE.
           05 NT-ENTRY OCCURS 2000 TIMES.
               10 NT-DATE PIC 9(8).
               10 NT-REQUESTS PIC 9(5).
       01 WS-NT-COUNT PIC 9(4) VALUE ZERO.
       01 WS-NT-MAX PIC 9(4) VALUE 2000.
       01 WS-NT-SUB PIC 9(4).
       01 WS-NT-FOUND PIC 9(4).
       01 WS-NEWEST-DATE PIC 9(8) VALUE ZERO.
       01 WS-NEWEST-REQUESTS PIC 9(5) VALUE ZERO.
      *
      *    PER HORIZON, THE MOST RECENT FORECAST RUNS MEASURED, OLDEST
      *    FIRST: THE TABLE SHIFTS UP WHEN THE WINDOW IS FULL.
       01 HORIZON-TABLE.
           05 HZ-ENTRY OCCURS 20 TIMES.
               10 HZ-RUNS PIC 9(2).
               10 HZ-RUN OCCURS 30 TIMES.
                   15 HZ-R-FCST-DATE PIC 9(8).
                   15 HZ-R-APE PIC 9(5)V99.
                   15 HZ-R-SPE PIC S9(5)V99.
       01 WS-HZ PIC 9(2).
       01 WS-RUN-SUB PIC 9(2).
       01 WS-SLOT PIC 9(2).
       01 WS-WINDOW PIC 9(2).
       01 WS-WINDOW-MAX PIC 9(2) VALUE 30.
       01 WS-MIN-RUNS PIC 9(2) VALUE 3.
      *
       01 WS-PROJECTED PIC S9(8)V99.
       01 WS-ACTUAL PIC 9(5).
       01 WS-ERROR PIC S9(8)V99.
       01 WS-PCT-ERROR PIC S9(5)V99.
       01 WS-ABS-PCT-ERROR PIC 9(5)V99.
       01 WS-APE-TOTAL PIC 9(7)V99.
       01 WS-SPE-TOTAL PIC S9(7)V99.
       01 WS-MAPE PIC 9(5)V99.
       01 WS-BIAS PIC S9(5)V99.
       01 WS-ABS-BIAS PIC 9(5)V99.
       01 WS-MAPE-LIMIT PIC 9(5)V99.
       01 WS-FIT-NAME PIC X(20) VALUE SPACES.
       01 WS-FIT-DEGREE PIC 9(2) VALUE ZERO.
      *
       01 WS-FCH-READ PIC 9(7) VALUE ZERO.
       01 WS-FCH-BAD PIC 9(5) VALUE ZERO.
       01 WS-MEASURED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-PENDING-COUNT PIC 9(7) VALUE ZERO.
       01 WS-NO-NIGHT-COUNT PIC 9(7) VALUE ZERO.
       01 WS-ZERO-VOL-COUNT PIC 9(7) VALUE ZERO.
       01 WS-NEWEST-LINES PIC 9(3) VALUE ZERO.
       01 WS-FLAGGED-COUNT PIC 9(2) VALUE ZERO.
      *
       01 WS-PARM-KEY PIC X(16).
       01 WS-PARM-VALUE PIC 9(5).
       01 WS-PARM-DEFAULT PIC 9(5).
       01 WS-PARM-FOUND PIC X(1).
      *
       01 WS-RPT-FUNC PIC X(1).
       01 WS-RPT-TITLE PIC X(40)
           VALUE "WORKLOAD FORECAST ACCURACY".
       01 WS-RPT-DETAIL PIC X(80).
       01 WS-RPT-GEN-NAME PIC X(28).
       01 WS-CAT-REPORT-NAME PIC X(16) VALUE "FCSTACC".
       01 WS-RPT-DATE-X PIC X(8).
      *
       01 RPT-NIGHT-LINE.
           05 FILLER PIC X(27) VALUE "PROJECTIONS FOR THE NIGHT ".
           05 RPT-NT-DATE PIC 9(8).
           05 FILLER PIC X(20) VALUE "  REQUESTS ARRIVED ".
           05 RPT-NT-REQUESTS PIC ZZZZ9.
       01 RPT-NIGHT-HEAD.
           05 FILLER PIC X(30) VALUE "MADE ON HORIZON    PROJECTED  ".
           05 FILLER PIC X(30) VALUE "ARRIVED        ERROR   ERROR %".
       01 RPT-NIGHT-DETAIL.
           05 RPT-ND-FCST-DATE PIC 9(8).
           05 FILLER PIC X(5) VALUE SPACES.
           05 RPT-ND-HORIZON PIC Z9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RPT-ND-PROJECTED PIC -(7)9.99.
           05 FILLER PIC X(4) VALUE SPACES.
           05 RPT-ND-ACTUAL PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RPT-ND-ERROR PIC -(7)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RPT-ND-PCT PIC -(4)9.99.
       01 RPT-FIT-LINE.
           05 FILLER PIC X(21) VALUE "LATEST FIT ON FILE : ".
           05 RPT-FIT-NAME PIC X(20).
           05 FILLER PIC X(8) VALUE " DEGREE ".
           05 RPT-FIT-DEGREE PIC Z9.
       01 RPT-LIMIT-LINE.
           05 FILLER PIC X(21) VALUE "ROLLING WINDOW     : ".
           05 RPT-LIM-WINDOW PIC Z9.
           05 FILLER PIC X(25) VALUE " RUNS   MAPE LIMIT      ".
           05 RPT-LIM-LIMIT PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE " %".
       01 RPT-HORIZON-HEAD.
           05 FILLER PIC X(24) VALUE "HORIZON  RUNS    MAPE %".
           05 FILLER PIC X(24) VALUE "    BIAS %  NOTE".
       01 RPT-HORIZON-LINE.
           05 FILLER PIC X(5) VALUE SPACES.
           05 RPT-HZ PIC Z9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 RPT-HZ-RUNS PIC Z9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RPT-HZ-MAPE PIC ZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RPT-HZ-BIAS PIC -(4)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RPT-HZ-NOTE PIC X(30).
       01 RPT-SUMMARY-LINE.
           05 RPT-SUM-LABEL PIC X(32).
           05 RPT-SUM-COUNT PIC ZZZZZZ9.
      *
       01 WS-SHARED-PROGRAM PIC X(9) VALUE "FCSTACC".
       01 WS-SHARED-ACTION  PIC X(9).
       01 WS-SHARED-KEY     PIC X(10).
       01 WS-RS-PHASE PIC X(1).
       01 WS-RS-RECORDS PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
       OPEN INPUT STATS-HISTORY
       IF STA-FILESTATUS NOT = "00"
           DISPLAY " STATSHISTORY.DAT NOT FOUND - NOTHING TO MEASURE "
           DISPLAY " FILE STATUS IS : " STA-FILESTATUS
           MOVE 8 TO WS-STEP-RC
           GO TO PROGRAM-END-PARA
       END-IF
       MOVE 'S' TO WS-RS-PHASE
       CALL "RUNSTATS" USING WS-SHARED-PROGRAM, WS-RS-PHASE,
           WS-RS-RECORDS
       END-CALL
       MOVE "FCST-MAPE-LIMIT" TO WS-PARM-KEY
       MOVE 20 TO WS-PARM-DEFAULT
       CALL "GETPARM" USING WS-PARM-KEY, WS-PARM-VALUE,
           WS-PARM-DEFAULT, WS-PARM-FOUND
       END-CALL
       DISPLAY "PARM FCST-MAPE-LIMIT = " WS-PARM-VALUE
       MOVE WS-PARM-VALUE TO WS-MAPE-LIMIT
       MOVE "FCST-MAPE-RUNS" TO WS-PARM-KEY
       MOVE 10 TO WS-PARM-DEFAULT
       CALL "GETPARM" USING WS-PARM-KEY, WS-PARM-VALUE,
           WS-PARM-DEFAULT, WS-PARM-FOUND
       END-CALL
       DISPLAY "PARM FCST-MAPE-RUNS = " WS-PARM-VALUE
       EVALUATE TRUE
       WHEN WS-PARM-VALUE = ZERO
           MOVE 10 TO WS-WINDOW
       WHEN WS-PARM-VALUE > WS-WINDOW-MAX
           MOVE WS-WINDOW-MAX TO WS-WINDOW
       WHEN OTHER
           MOVE WS-PARM-VALUE TO WS-WINDOW
       END-EVALUATE

       PERFORM LOAD-ONE-NIGHT-PARA THRU LOAD-ONE-NIGHT-EXIT
           UNTIL END-OF-FILE
       CLOSE STATS-HISTORY
       IF WS-NT-COUNT > ZERO
           MOVE NT-DATE(WS-NT-COUNT) TO WS-NEWEST-DATE
           MOVE NT-REQUESTS(WS-NT-COUNT) TO WS-NEWEST-REQUESTS
       END-IF

       MOVE WS-TODAY-DATE TO WS-RPT-DATE-X
       MOVE SPACES TO WS-RPT-GEN-NAME
       STRING "FcstAccuracy." WS-RPT-DATE-X ".rpt"
           DELIMITED BY SIZE INTO WS-RPT-GEN-NAME
       MOVE 'O' TO WS-RPT-FUNC
       MOVE SPACES TO WS-RPT-DETAIL
       CALL "RPTWRT" USING WS-RPT-FUNC, WS-RPT-GEN-NAME,
           WS-RPT-TITLE, WS-RPT-DETAIL
       END-CALL
       MOVE WS-NEWEST-DATE TO RPT-NT-DATE
       MOVE WS-NEWEST-REQUESTS TO RPT-NT-REQUESTS
       MOVE RPT-NIGHT-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       MOVE RPT-NIGHT-HEAD TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA

       INITIALIZE HORIZON-TABLE
       OPEN INPUT FCST-HISTORY
       IF FCH-FILESTATUS = "00"
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM MEASURE-ONE-PARA THRU MEASURE-ONE-EXIT
               UNTIL END-OF-FILE
           CLOSE FCST-HISTORY
       ELSE
           DISPLAY " FCSTHISTORY.DAT NOT FOUND - NO FORECASTS YET "
           MOVE "FCSTHISTORY.DAT NOT FOUND - NO FORECASTS YET"
               TO WS-RPT-DETAIL
           PERFORM WRITE-REPORT-LINE-PARA
       END-IF
       IF WS-NEWEST-LINES = ZERO
           MOVE "  NO PROJECTION WAS MADE FOR THIS NIGHT"
               TO WS-RPT-DETAIL
           PERFORM WRITE-REPORT-LINE-PARA
       END-IF

       MOVE SPACES TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       MOVE WS-FIT-NAME TO RPT-FIT-NAME
       MOVE WS-FIT-DEGREE TO RPT-FIT-DEGREE
       MOVE RPT-FIT-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       MOVE WS-WINDOW TO RPT-LIM-WINDOW
       MOVE WS-MAPE-LIMIT TO RPT-LIM-LIMIT
       MOVE RPT-LIMIT-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       MOVE RPT-HORIZON-HEAD TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       PERFORM SCORE-ONE-HORIZON-PARA THRU SCORE-ONE-HORIZON-EXIT
           VARYING WS-HZ FROM 1 BY 1 UNTIL WS-HZ > 20
       PERFORM PRINT-SUMMARY-PARA
       IF WS-FLAGGED-COUNT > ZERO
           MOVE SPACES TO WS-RPT-DETAIL
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE "*** ACCURACY BELOW LIMIT - REFIT THE TREND OR FIT "
               TO WS-RPT-DETAIL
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE "*** ANOTHER DEGREE BEFORE STAFFING ON THIS FORECAST"
               TO WS-RPT-DETAIL
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE "FCST-MAPE" TO WS-SHARED-ACTION
           MOVE WS-FIT-NAME TO WS-SHARED-KEY
           CALL "EXCPLOG" USING WS-SHARED-PROGRAM, WS-SHARED-ACTION,
               WS-SHARED-KEY
           END-CALL
           MOVE 4 TO WS-STEP-RC
       END-IF
       MOVE 'C' TO WS-RPT-FUNC
       CALL "RPTWRT" USING WS-RPT-FUNC, WS-RPT-GEN-NAME,
           WS-RPT-TITLE, WS-RPT-DETAIL
       END-CALL
       CALL "RPTCAT" USING WS-CAT-REPORT-NAME, WS-RPT-GEN-NAME,
           WS-TODAY-DATE
       END-CALL

       DISPLAY "=== WORKLOAD FORECAST ACCURACY ==="
       DISPLAY "NEWEST NIGHT        : " WS-NEWEST-DATE
       DISPLAY "PROJECTIONS MEASURED: " WS-MEASURED-COUNT
       DISPLAY "NOT YET DUE         : " WS-PENDING-COUNT
       DISPLAY "HORIZONS FLAGGED    : " WS-FLAGGED-COUNT
       MOVE 'E' TO WS-RS-PHASE
       COMPUTE WS-RS-RECORDS = WS-NT-COUNT + WS-FCH-READ
       CALL "RUNSTATS" USING WS-SHARED-PROGRAM, WS-RS-PHASE,
           WS-RS-RECORDS
       END-CALL.

       PROGRAM-END-PARA.
       MOVE WS-STEP-RC TO RETURN-CODE.
      *    GOBACK RATHER THAN STOP RUN SO THE NIGHT SCHEDULER CAN
      *    CALL THIS STEP AND CARRY ON; RUN STANDALONE IT ENDS THE
      *    RUN UNIT JUST THE SAME.
       GOBACK.

      *    A NIGHT ALREADY IN THE TABLE (THE BATCH RERUN) TAKES THE
      *    LATER COUNT; BEYOND THE TABLE THE OLDEST NIGHTS DROP OFF.
       LOAD-ONE-NIGHT-PARA.
       READ STATS-HISTORY INTO WS-STAT-RECORD
           AT END
               SET END-OF-FILE TO TRUE
               GO TO LOAD-ONE-NIGHT-EXIT
       END-READ
       IF STAT-DATE IS NOT NUMERIC OR STAT-REQUESTS IS NOT NUMERIC
           GO TO LOAD-ONE-NIGHT-EXIT
       END-IF
       IF WS-NT-COUNT > ZERO
           IF NT-DATE(WS-NT-COUNT) = STAT-DATE
               MOVE STAT-REQUESTS TO NT-REQUESTS(WS-NT-COUNT)
               GO TO LOAD-ONE-NIGHT-EXIT
           END-IF
       END-IF
       IF WS-NT-COUNT NOT < WS-NT-MAX
           PERFORM VARYING WS-NT-SUB FROM 1 BY 1
                   UNTIL WS-NT-SUB NOT < WS-NT-MAX
               MOVE NT-ENTRY(WS-NT-SUB + 1) TO NT-ENTRY(WS-NT-SUB)
           END-PERFORM
       ELSE
           ADD 1 TO WS-NT-COUNT
       END-IF
       MOVE STAT-DATE TO NT-DATE(WS-NT-COUNT)
       MOVE STAT-REQUESTS TO NT-REQUESTS(WS-NT-COUNT).
       LOAD-ONE-NIGHT-EXIT.
       EXIT.

       MEASURE-ONE-PARA.
       READ FCST-HISTORY
           AT END
               SET END-OF-FILE TO TRUE
               GO TO MEASURE-ONE-EXIT
       END-READ
       ADD 1 TO WS-FCH-READ
       IF FCH-FCST-DATE IS NOT NUMERIC
               OR FCH-TARGET-DATE IS NOT NUMERIC
               OR FCH-HORIZON IS NOT NUMERIC
               OR FCH-DEGREE IS NOT NUMERIC
           ADD 1 TO WS-FCH-BAD
           GO TO MEASURE-ONE-EXIT
       END-IF
       IF FCH-HORIZON < 1 OR FCH-HORIZON > 20
           ADD 1 TO WS-FCH-BAD
           GO TO MEASURE-ONE-EXIT
       END-IF
       MOVE FCH-FIT-NAME TO WS-FIT-NAME
       MOVE FCH-DEGREE TO WS-FIT-DEGREE
       IF FCH-TARGET-DATE > WS-NEWEST-DATE
           ADD 1 TO WS-PENDING-COUNT
           GO TO MEASURE-ONE-EXIT
       END-IF
       PERFORM FIND-NIGHT-PARA
       IF WS-NT-FOUND = ZERO
           ADD 1 TO WS-NO-NIGHT-COUNT
           GO TO MEASURE-ONE-EXIT
       END-IF
       MOVE NT-REQUESTS(WS-NT-FOUND) TO WS-ACTUAL
       IF WS-ACTUAL = ZERO
           ADD 1 TO WS-ZERO-VOL-COUNT
           GO TO MEASURE-ONE-EXIT
       END-IF
       COMPUTE WS-PROJECTED = FUNCTION NUMVAL(FCH-PROJECTED)
       COMPUTE WS-ERROR = WS-ACTUAL - WS-PROJECTED
      *    A PROJECTION WILDLY ADRIFT OF A SMALL NIGHT IS HELD AT THE
      *    TOP OF THE SCALE RATHER THAN LOST.
       COMPUTE WS-PCT-ERROR ROUNDED = WS-ERROR * 100 / WS-ACTUAL
           ON SIZE ERROR
               IF WS-ERROR < ZERO
                   MOVE -99999.99 TO WS-PCT-ERROR
               ELSE
                   MOVE 99999.99 TO WS-PCT-ERROR
               END-IF
       END-COMPUTE
       IF WS-PCT-ERROR < ZERO
           COMPUTE WS-ABS-PCT-ERROR = ZERO - WS-PCT-ERROR
       ELSE
           MOVE WS-PCT-ERROR TO WS-ABS-PCT-ERROR
       END-IF
       ADD 1 TO WS-MEASURED-COUNT
       MOVE FCH-HORIZON TO WS-HZ
       PERFORM ADD-TO-WINDOW-PARA
       IF FCH-TARGET-DATE = WS-NEWEST-DATE
           ADD 1 TO WS-NEWEST-LINES
           MOVE FCH-FCST-DATE TO RPT-ND-FCST-DATE
           MOVE FCH-HORIZON TO RPT-ND-HORIZON
           MOVE WS-PROJECTED TO RPT-ND-PROJECTED
           MOVE WS-ACTUAL TO RPT-ND-ACTUAL
           MOVE WS-ERROR TO RPT-ND-ERROR
           MOVE WS-PCT-ERROR TO RPT-ND-PCT
           MOVE RPT-NIGHT-DETAIL TO WS-RPT-DETAIL
           PERFORM WRITE-REPORT-LINE-PARA
       END-IF.
       MEASURE-ONE-EXIT.
       EXIT.

      *    THE NEWEST MATCHING NIGHT IS THE ONE KEPT, SO SEARCH DOWN.
       FIND-NIGHT-PARA.
       MOVE ZERO TO WS-NT-FOUND
       PERFORM VARYING WS-NT-SUB FROM WS-NT-COUNT BY -1
               UNTIL WS-NT-SUB < 1 OR WS-NT-FOUND > ZERO
           IF NT-DATE(WS-NT-SUB) = FCH-TARGET-DATE
               MOVE WS-NT-SUB TO WS-NT-FOUND
           END-IF
       END-PERFORM.

      *    A SECOND WORKFCST RUN THE SAME DAY REPLACES THE FIRST;
      *    OTHERWISE THE RUN GOES ON THE END, THE OLDEST DROPPING OFF
      *    A FULL WINDOW.
       ADD-TO-WINDOW-PARA.
       MOVE ZERO TO WS-SLOT
       IF HZ-RUNS(WS-HZ) > ZERO
           IF HZ-R-FCST-DATE(WS-HZ, HZ-RUNS(WS-HZ)) = FCH-FCST-DATE
               MOVE HZ-RUNS(WS-HZ) TO WS-SLOT
           END-IF
       END-IF
       IF WS-SLOT = ZERO
           IF HZ-RUNS(WS-HZ) < WS-WINDOW
               ADD 1 TO HZ-RUNS(WS-HZ)
           ELSE
               PERFORM VARYING WS-RUN-SUB FROM 1 BY 1
                       UNTIL WS-RUN-SUB NOT < WS-WINDOW
                   MOVE HZ-RUN(WS-HZ, WS-RUN-SUB + 1)
                       TO HZ-RUN(WS-HZ, WS-RUN-SUB)
               END-PERFORM
           END-IF
           MOVE HZ-RUNS(WS-HZ) TO WS-SLOT
       END-IF
       MOVE FCH-FCST-DATE TO HZ-R-FCST-DATE(WS-HZ, WS-SLOT)
       MOVE WS-ABS-PCT-ERROR TO HZ-R-APE(WS-HZ, WS-SLOT)
       MOVE WS-PCT-ERROR TO HZ-R-SPE(WS-HZ, WS-SLOT).

      *    ROLLING MAPE AND BIAS OVER THE WINDOW; WHEN THE BIAS IS
      *    FOUR-FIFTHS OR MORE OF THE MAPE THE MISSES ALL RUN ONE WAY.
       SCORE-ONE-HORIZON-PARA.
       MOVE SPACES TO RPT-HORIZON-LINE
       MOVE WS-HZ TO RPT-HZ
       MOVE HZ-RUNS(WS-HZ) TO RPT-HZ-RUNS
       IF HZ-RUNS(WS-HZ) = ZERO
           MOVE "NOT YET MEASURED" TO RPT-HZ-NOTE
           GO TO SCORE-ONE-HORIZON-WRITE
       END-IF
       MOVE ZERO TO WS-APE-TOTAL
       MOVE ZERO TO WS-SPE-TOTAL
       PERFORM VARYING WS-RUN-SUB FROM 1 BY 1
               UNTIL WS-RUN-SUB > HZ-RUNS(WS-HZ)
           ADD HZ-R-APE(WS-HZ, WS-RUN-SUB) TO WS-APE-TOTAL
           ADD HZ-R-SPE(WS-HZ, WS-RUN-SUB) TO WS-SPE-TOTAL
       END-PERFORM
       COMPUTE WS-MAPE ROUNDED = WS-APE-TOTAL / HZ-RUNS(WS-HZ)
       COMPUTE WS-BIAS ROUNDED = WS-SPE-TOTAL / HZ-RUNS(WS-HZ)
       MOVE WS-MAPE TO RPT-HZ-MAPE
       MOVE WS-BIAS TO RPT-HZ-BIAS
       IF WS-BIAS < ZERO
           COMPUTE WS-ABS-BIAS = ZERO - WS-BIAS
       ELSE
           MOVE WS-BIAS TO WS-ABS-BIAS
       END-IF
       EVALUATE TRUE
       WHEN HZ-RUNS(WS-HZ) < WS-MIN-RUNS
           MOVE "TOO FEW RUNS TO JUDGE" TO RPT-HZ-NOTE
       WHEN WS-MAPE NOT > WS-MAPE-LIMIT
           MOVE "WITHIN LIMIT" TO RPT-HZ-NOTE
       WHEN WS-ABS-BIAS * 5 NOT < WS-MAPE * 4
           ADD 1 TO WS-FLAGGED-COUNT
           MOVE "BEYOND LIMIT - TRY ANOTHER DEG" TO RPT-HZ-NOTE
       WHEN OTHER
           ADD 1 TO WS-FLAGGED-COUNT
           MOVE "BEYOND LIMIT - REFIT" TO RPT-HZ-NOTE
       END-EVALUATE.
       SCORE-ONE-HORIZON-WRITE.
       MOVE RPT-HORIZON-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA.
       SCORE-ONE-HORIZON-EXIT.
       EXIT.

       PRINT-SUMMARY-PARA.
       MOVE SPACES TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       MOVE "FORECAST LINES READ           : " TO RPT-SUM-LABEL
       MOVE WS-FCH-READ TO RPT-SUM-COUNT
       PERFORM WRITE-SUMMARY-LINE-PARA
       MOVE "PROJECTIONS MEASURED          : " TO RPT-SUM-LABEL
       MOVE WS-MEASURED-COUNT TO RPT-SUM-COUNT
       PERFORM WRITE-SUMMARY-LINE-PARA
       MOVE "NOT YET DUE                   : " TO RPT-SUM-LABEL
       MOVE WS-PENDING-COUNT TO RPT-SUM-COUNT
       PERFORM WRITE-SUMMARY-LINE-PARA
       MOVE "DAY NOT ON STATSHISTORY       : " TO RPT-SUM-LABEL
       MOVE WS-NO-NIGHT-COUNT TO RPT-SUM-COUNT
       PERFORM WRITE-SUMMARY-LINE-PARA
       MOVE "NIGHT WITH NO REQUESTS        : " TO RPT-SUM-LABEL
       MOVE WS-ZERO-VOL-COUNT TO RPT-SUM-COUNT
       PERFORM WRITE-SUMMARY-LINE-PARA
       MOVE "LINES NOT READABLE            : " TO RPT-SUM-LABEL
       MOVE WS-FCH-BAD TO RPT-SUM-COUNT
       PERFORM WRITE-SUMMARY-LINE-PARA
       MOVE "HORIZONS FLAGGED              : " TO RPT-SUM-LABEL
       MOVE WS-FLAGGED-COUNT TO RPT-SUM-COUNT
       PERFORM WRITE-SUMMARY-LINE-PARA.

       WRITE-SUMMARY-LINE-PARA.
       MOVE RPT-SUMMARY-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA.

       WRITE-REPORT-LINE-PARA.
       MOVE 'D' TO WS-RPT-FUNC
       CALL "RPTWRT" USING WS-RPT-FUNC, WS-RPT-GEN-NAME,
           WS-RPT-TITLE, WS-RPT-DETAIL.
       END PROGRAM FCSTACC.
