      *          projected volumes go to WorkloadFcst.rpt and to a
      *          catalogued EvalTable generation, and POLYCHRT is
      *          CALLed for the picture - the whole case for the
      *          batch-window extension on three pages. Every run
      *          also appends its twenty projections, with the fit
      *          name and degree, to FcstHistory.dat, so FCSTACC can
      *          later hold each one against the volume that arrived.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               SELECT EVAL-TABLE ASSIGN TO WS-EVAL-GEN-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS EVAL-FILESTATUS.
               SELECT FCST-HISTORY ASSIGN TO "FcstHistory.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FCH-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.
       01 RPT-LINE PIC X(60).
       FD EVAL-TABLE.
       01 EVAL-LINE PIC X(40).
       FD FCST-HISTORY.
       COPY FCHREC REPLACING ==:REC:== BY ==FCH-RECORD==.

       WORKING-STORAGE SECTION.
       01  STA-FILESTATUS PIC X(02).
       01  LIB-FILESTATUS PIC X(02).
       01  RPT-FILESTATUS PIC X(02).
       01  EVAL-FILESTATUS PIC X(02).
       01  FCH-FILESTATUS PIC X(02).
       01  WS-FCH-AMOUNT PIC -9(8).99.
       01  STA-EOF PIC X(1) VALUE 'N'.
           88 STA-END-OF-FILE VALUE 'Y'.
       COPY STATREC REPLACING ==:REC:== BY ==WS-STAT-RECORD==.
           OPEN OUTPUT FORECAST-REPORT.
           MOVE WS-TODAY-DATE TO RPT-HDR-DATE.
           WRITE RPT-LINE FROM RPT-HEADER-1.
           OPEN EXTEND FCST-HISTORY.
           IF FCH-FILESTATUS NOT = "00"
               OPEN OUTPUT FCST-HISTORY
           END-IF.

      *    TWENTY BUSINESS DAYS FORWARD: THE DAY INDEX KEEPS
      *    CLIMBING PAST THE HISTORY, THE DATES COME FROM BIZCAL.

           CLOSE FORECAST-REPORT.
           CLOSE EVAL-TABLE.
           CLOSE FCST-HISTORY.
           CALL "RPTCAT" USING WS-CAT-EVAL-NAME, WS-EVAL-GEN-NAME,
               WS-TODAY-DATE.
           DISPLAY "PROJECTED VOLUMES WRITTEN FOR 20 BUSINESS DAYS".
           MOVE WS-X-VALUE TO EVAL-X-OUT.
           MOVE ACCUMULATOR TO EVAL-RESULT-OUT.
           WRITE EVAL-LINE FROM WS-EVAL-DETAIL.
      *    AND ON THE HISTORY, TO BE CHECKED WHEN THE DAY COMES.
           MOVE SPACES TO FCH-RECORD.
           MOVE WS-TODAY-DATE TO FCH-FCST-DATE.
           MOVE WS-FIT-NAME TO FCH-FIT-NAME.
      *    THE LIBRARY KEEPS THE TERM COUNT; THE DEGREE IS ONE LESS.
           COMPUTE FCH-DEGREE = WS-FIT-TERMS - 1.
           MOVE WS-FCAST-SUB TO FCH-HORIZON.
           MOVE WS-FCAST-DATE TO FCH-TARGET-DATE.
           MOVE ACCUMULATOR TO WS-FCH-AMOUNT.
           MOVE WS-FCH-AMOUNT TO FCH-PROJECTED.
           WRITE FCH-RECORD.

      *    THE CELLS CARRY COEFFICIENTS OF DESCENDING POWERS, SO THE
      *    VALUE BUILDS UP HORNER-STYLE ACROSS THE TERMS.
