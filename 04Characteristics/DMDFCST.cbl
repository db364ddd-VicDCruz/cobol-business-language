      ******************************************************************
      * Author:
      * Date:
      * Purpose: Item demand forecast - the polynomial subsystem put
      *          to work on the stock side, the way WORKFCST put it to
      *          work on the batch window. Builds a weekly demand
      *          series per item from the SalesHist.dat stream the
      *          order batches append (units sold per week over the
      *          last N weeks, command line, default 26 - a week with
      *          no sale counts as zero), feeds each series to POLYFIT
      *          as its Observations.dat input under the item code
      *          (degree from the command line, default 2), so every
      *          fit lands in PolyLibrary.dat under the item, then
      *          evaluates the saved trend forward day by day across
      *          the supplier lead time (catalog supplier, lead days
      *          from Supplier.dat; a week when there is none). The
      *          projected average daily demand over the lead time
      *          goes to DemandFcst.dat for ROPCALC to take in place
      *          of its flat average, and DemandFcst.rpt shows per
      *          item the average weekly sales, the projected week
      *          and the lead-time demand. A trend projecting below
      *          zero is taken as no demand.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DMDFCST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT SALES-HIST ASSIGN TO "SalesHist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TXN-FILESTATUS.
       SELECT CATALOG-FILE ASSIGN TO "Catalog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CAT-FILESTATUS.
       SELECT SUPPLIER-FILE ASSIGN TO "Supplier.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SUP-FILESTATUS.
       SELECT OBS-FILE ASSIGN TO "Observations.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OBS-FILESTATUS.
       SELECT POLY-LIBRARY ASSIGN TO "PolyLibrary.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS POLY-LIB-KEY
           FILE STATUS IS LIB-FILESTATUS.
       SELECT FORECAST-FILE ASSIGN TO "DemandFcst.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FCS-FILESTATUS.
       SELECT FORECAST-REPORT ASSIGN TO "DemandFcst.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RPT-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SALES-HIST.
       01 TXN-LINE PIC X(48).
       FD CATALOG-FILE.
       01 CATALOG-LINE PIC X(50).
       FD SUPPLIER-FILE.
       01 SUPPLIER-LINE PIC X(40).
       FD OBS-FILE.
       01 OBS-LINE PIC X(40).
       FD POLY-LIBRARY.
       01 POLY-LIB-RECORD.
           05 POLY-LIB-KEY.
               10 POLY-LIB-NAME     PIC X(20).
               10 POLY-LIB-RUN-DATE PIC 9(8).
           05 POLY-LIB-DEGREE       PIC 99.
           05 POLY-LIB-COEFFS       PIC X(150).
       FD FORECAST-FILE.
       01 FORECAST-RECORD.
           05 FCS-ITEM PIC X(5).
           05 FILLER PIC X(1).
           05 FCS-DAILY PIC 9(5).99.
           05 FILLER PIC X(1).
           05 FCS-LEAD PIC 9(3).
           05 FILLER PIC X(1).
           05 FCS-RUN-DATE PIC 9(8).
       FD FORECAST-REPORT.
       01 RPT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
      *    THE SAME ARTICLE/CODE TABLE SHAPE TABL4 LOADS, SUPPLIER
      *    AND ALL.
       01 WS-TABLE .
           02 WS-ARTICLE OCCURS 2.
               03 NAME-ARTICLE PIC X(5).
               03 WS-CODE OCCURS 3.
                   04 CODE-VAL PIC X(5).
                   04 WS-PRICE OCCURS 2 PIC X(5).
                   04 WS-SUPPLIER PIC X(4).
       01 TXN-FILESTATUS PIC X(02).
       01 CAT-FILESTATUS PIC X(02).
       01 SUP-FILESTATUS PIC X(02).
       01 OBS-FILESTATUS PIC X(02).
       01 LIB-FILESTATUS PIC X(02).
       01 FCS-FILESTATUS PIC X(02).
       01 RPT-FILESTATUS PIC X(02).
       01 TXN-EOF PIC X VALUE 'N'.
           88 TXN-END-OF-FILE VALUE 'Y'.
       01 CAT-EOF PIC X VALUE 'N'.
           88 CAT-END-OF-FILE VALUE 'Y'.
       01 SUP-EOF PIC X VALUE 'N'.
           88 SUP-END-OF-FILE VALUE 'Y'.
      *
       01 WS-ARTICLE-NAME-IN PIC X(5).
       01 WS-CODE-IN PIC X(5).
       01 WS-PRICE1-IN PIC X(5).
       01 WS-PRICE2-IN PIC X(5).
       01 WS-REORD-PT-IN PIC X(5).
       01 WS-REORD-QTY-IN PIC X(5).
       01 WS-SUPPLIER-IN PIC X(4).
       01 WS-PREV-ARTICLE-NAME PIC X(5) VALUE SPACES.
       01 WS-ARTICLE-IDX PIC 9 VALUE ZERO.
       01 WS-CODE-IDX PIC 9 VALUE ZERO.
       01 WS-LKP-A-IDX PIC 9.
       01 WS-LKP-C-IDX PIC 9.
       01 WS-FOUND-FLAG PIC X VALUE 'N'.
           88 CODE-FOUND VALUE 'Y'.
      *
      *    RECORD SPLITTING GOES THROUGH THE SHARED FLDPARSE ROUTINE.
       01 WS-PARSE-RECORD PIC X(256).
       01 WS-PARSE-DELIM PIC X(1) VALUE SPACE.
       01 WS-PARSE-FIELDS.
           05 WS-PARSE-FIELD OCCURS 20 TIMES PIC X(40).
       01 WS-PARSE-COUNT PIC 99.
       01 WS-PARSE-ERROR PIC X(1).
       01 WS-TXN-ITEM PIC X(5).
       01 WS-TXN-QTY PIC S9(5).
       01 WS-TXN-DATE PIC 9(8).
      *
       01 WS-CMD-LINE PIC X(80).
       01 WS-WEEKS-X PIC X(4).
       01 WS-DEGREE-X PIC X(2).
       01 WS-PERIOD-WEEKS PIC 9(2) VALUE 26.
       01 WS-DEGREE PIC 9 VALUE 2.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-TODAY-INT PIC 9(7).
       01 WS-SALE-INT PIC 9(7).
       01 WS-AGE-DAYS PIC S9(5).
       01 WS-AGE-WEEKS PIC 9(2).
       01 WS-WEEK-NO PIC 9(2).
      *
      *    UNITS SOLD PER ITEM PER WEEK; WEEK 1 IS THE OLDEST IN THE
      *    PERIOD AND THE LAST WEEK ENDS TODAY.
       01 ITM-TABLE.
           05 ITM-ENTRY OCCURS 50 TIMES.
               10 ITM-T-ITEM PIC X(5).
               10 ITM-T-TOTAL PIC S9(7).
               10 ITM-T-WEEK OCCURS 52 TIMES PIC S9(5).
       01 WS-ITM-TOTAL PIC 9(2) VALUE ZERO.
       01 WS-ITM-MAX PIC 9(2) VALUE 50.
       01 WS-ITM-SUB PIC 9(2).
       01 WS-ITM-SKIPPED PIC 9(3) VALUE ZERO.
       01 WS-ITM-FOUND-SW PIC X(1).
           88 ITEM-FOUND VALUE 'Y'.
      *
       01 SUP-TABLE.
           05 SUP-ENTRY OCCURS 20 TIMES.
               10 SUP-T-CODE PIC X(4).
               10 SUP-T-LEAD PIC 9(3).
       01 WS-SUP-TOTAL PIC 9(2) VALUE ZERO.
       01 WS-SUP-SUB PIC 9(2).
       01 WS-SUP-FOUND-SW PIC X(1).
           88 SUPPLIER-FOUND VALUE 'Y'.
       01 WS-SUP-CODE-IN PIC X(4).
       01 WS-SUP-NAME-IN PIC X(20).
       01 WS-SUP-LEAD-IN PIC X(4).
       01 WS-LEAD-DAYS PIC 9(3).
      *
      *    THE FIT IS HANDED ITS NAME AND DEGREE ON THE COMMAND LINE,
      *    AS WORKFCST HANDS THEM THROUGH.
       01 WS-FIT-CMD.
           05 WS-FIT-CMD-NAME PIC X(5).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-FIT-CMD-DEGREE PIC 9(1).
       01 WS-FIT-NAME PIC X(20).
       01 WS-OBS-X PIC 9(2).
       01 WS-OBS-Y PIC 9(5).
       01 WS-LIB-FOUND PIC X(1).
           88 LIB-ENTRY-FOUND VALUE 'Y'.
       01 WS-LIB-EOF PIC X(1).
           88 LIB-SCAN-DONE VALUE 'Y'.
       01 WS-LIB-RUN-DATE PIC 9(8).
       01 WS-FIT-POLY.
           05 WS-FIT-ROWS OCCURS 30 TIMES.
               10 WS-FIT-CELL PIC S9(3)V99.
       01 WS-FIT-TERMS PIC 99 VALUE ZERO.
       01 WS-X-VALUE PIC S9(3)V99.
       01 WS-CNT PIC 99.
       01 ACCUMULATOR PIC S9(8)V99.
       01 WS-DAY-SUB PIC 9(3).
       01 WS-LEAD-DEMAND PIC 9(7)V99.
       01 WS-NEXT-WEEK PIC 9(7)V99.
       01 WS-DAILY-DEMAND PIC 9(5)V99.
       01 WS-AVG-WEEK PIC 9(5)V99.
       01 WS-FORECAST-COUNT PIC 9(3) VALUE ZERO.
       01 WS-NO-FIT-COUNT PIC 9(3) VALUE ZERO.
      *
       01 RPT-HEADER-1.
           05 FILLER PIC X(26) VALUE "ITEM DEMAND FORECAST - ".
           05 RPT-HDR-DATE PIC 9(8).
           05 FILLER PIC X(8) VALUE "  WEEKS ".
           05 RPT-HDR-WEEKS PIC Z9.
           05 FILLER PIC X(9) VALUE "  DEGREE ".
           05 RPT-HDR-DEGREE PIC 9.
       01 RPT-HEADER-2.
           05 FILLER PIC X(7) VALUE "ITEM".
           05 FILLER PIC X(10) VALUE "  AVG WEEK".
           05 FILLER PIC X(10) VALUE " NEXT WEEK".
           05 FILLER PIC X(6) VALUE "  LEAD".
           05 FILLER PIC X(12) VALUE "  LEAD DMD".
           05 FILLER PIC X(10) VALUE "  PER DAY".
       01 RPT-DETAIL-LINE.
           05 RPT-ITEM PIC X(7).
           05 RPT-AVG-WEEK PIC ZZZZZZ9.99.
           05 RPT-NEXT-WEEK PIC ZZZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RPT-LEAD PIC ZZZ9.
           05 RPT-LEAD-DEMAND PIC ZZZZZZZZ9.99.
           05 RPT-DAILY PIC ZZZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RPT-NOTE PIC X(20).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           MOVE SPACES TO WS-WEEKS-X.
           MOVE SPACES TO WS-DEGREE-X.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-WEEKS-X WS-DEGREE-X
           END-UNSTRING.
           IF WS-WEEKS-X NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-WEEKS-X) NOT = ZERO
                   DISPLAY "USAGE: DMDFCST [WEEKS] [DEGREE]"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               COMPUTE WS-PERIOD-WEEKS = FUNCTION NUMVAL(WS-WEEKS-X)
           END-IF.
           IF WS-DEGREE-X NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-DEGREE-X) NOT = ZERO
                   DISPLAY "USAGE: DMDFCST [WEEKS] [DEGREE]"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               COMPUTE WS-DEGREE = FUNCTION NUMVAL(WS-DEGREE-X)
           END-IF.
           IF WS-PERIOD-WEEKS > 52
               MOVE 52 TO WS-PERIOD-WEEKS
           END-IF.
      *    A FIT NEEDS MORE WEEKS THAN IT HAS TERMS TO MEAN ANYTHING.
           IF WS-DEGREE < 1 OR WS-DEGREE > 5
                   OR WS-PERIOD-WEEKS < WS-DEGREE + 2
               DISPLAY "DEGREE MUST BE 1 THROUGH 5, WITH AT LEAST "
                   "TWO MORE WEEKS THAN THE DEGREE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).
           PERFORM LOAD-SALES-PARA.
      *    AN ITEM LEFT OFF THE TABLE WOULD GET NO FORECAST AND
      *    ROPCALC WOULD QUIETLY FALL BACK TO THE FLAT AVERAGE FOR IT,
      *    SO THE SHORTFALL IS SHOUTED.
           IF WS-ITM-SKIPPED > ZERO
               DISPLAY "*** MORE THAN " WS-ITM-MAX " ITEMS SOLD - "
                   WS-ITM-SKIPPED " SALES LINES NOT FORECAST"
           END-IF.
           IF WS-ITM-TOTAL = ZERO
               DISPLAY " NO SALES IN THE PERIOD - NOTHING TO FORECAST "
               STOP RUN
           END-IF.
           PERFORM LOAD-CATALOG-DRIVER-PARA.
           PERFORM LOAD-SUPPLIERS-PARA.
           OPEN OUTPUT FORECAST-FILE.
           OPEN OUTPUT FORECAST-REPORT.
           MOVE WS-TODAY-DATE TO RPT-HDR-DATE.
           MOVE WS-PERIOD-WEEKS TO RPT-HDR-WEEKS.
           MOVE WS-DEGREE TO RPT-HDR-DEGREE.
           WRITE RPT-LINE FROM RPT-HEADER-1.
           WRITE RPT-LINE FROM RPT-HEADER-2.
           PERFORM FORECAST-ONE-ITEM-PARA THRU FORECAST-ONE-ITEM-EXIT
               VARYING WS-ITM-SUB FROM 1 BY 1
               UNTIL WS-ITM-SUB > WS-ITM-TOTAL.
           CLOSE FORECAST-REPORT.
           CLOSE FORECAST-FILE.
           DISPLAY "ITEMS WITH SALES   : " WS-ITM-TOTAL.
           DISPLAY "ITEMS FORECAST     : " WS-FORECAST-COUNT.
           DISPLAY "ITEMS NOT FITTED   : " WS-NO-FIT-COUNT.
           DISPLAY "RUN ROPCALC WITH FCST TO USE THE FORECAST".
           STOP RUN.

      *    ONE FIT PER ITEM: THE SERIES GOES OUT AS OBSERVATIONS,
      *    POLYFIT IS CALLED WITH THE ITEM AS THE FIT NAME AND THEN
      *    CANCELLED SO THE NEXT ITEM MEETS IT FRESH.
       FORECAST-ONE-ITEM-PARA.
           MOVE SPACES TO RPT-DETAIL-LINE.
           MOVE ITM-T-ITEM(WS-ITM-SUB) TO RPT-ITEM.
           COMPUTE WS-AVG-WEEK ROUNDED =
               ITM-T-TOTAL(WS-ITM-SUB) / WS-PERIOD-WEEKS.
           MOVE WS-AVG-WEEK TO RPT-AVG-WEEK.
           OPEN OUTPUT OBS-FILE.
           PERFORM WRITE-ONE-OBS-PARA
               VARYING WS-WEEK-NO FROM 1 BY 1
               UNTIL WS-WEEK-NO > WS-PERIOD-WEEKS.
           CLOSE OBS-FILE.
           MOVE ITM-T-ITEM(WS-ITM-SUB) TO WS-FIT-CMD-NAME.
           MOVE WS-DEGREE TO WS-FIT-CMD-DEGREE.
           DISPLAY WS-FIT-CMD UPON COMMAND-LINE.
           CALL "POLYFIT".
           CANCEL "POLYFIT".
           MOVE SPACES TO WS-FIT-NAME.
           MOVE ITM-T-ITEM(WS-ITM-SUB) TO WS-FIT-NAME.
           PERFORM FETCH-FIT-PARA THRU FETCH-FIT-EXIT.
      *    A FIT LEFT FROM AN EARLIER RUN IS NOT TODAY'S SERIES.
           IF NOT LIB-ENTRY-FOUND OR WS-LIB-RUN-DATE NOT = WS-TODAY-DATE
               ADD 1 TO WS-NO-FIT-COUNT
               MOVE "*** NO FIT" TO RPT-NOTE
               WRITE RPT-LINE FROM RPT-DETAIL-LINE
               GO TO FORECAST-ONE-ITEM-EXIT
           END-IF.
           MOVE ITM-T-ITEM(WS-ITM-SUB) TO WS-CODE-IN.
           PERFORM FIND-CATALOG-CODE-PARA.
           MOVE 7 TO WS-LEAD-DAYS.
           IF CODE-FOUND
               PERFORM FIND-LEAD-PARA
           ELSE
               MOVE "NOT ON CATALOG" TO RPT-NOTE
           END-IF.
           IF WS-LEAD-DAYS = ZERO
               MOVE 7 TO WS-LEAD-DAYS
           END-IF.
      *    EACH DAY OF THE LEAD TIME IS A SEVENTH OF THE TREND'S WEEK
      *    AT THAT POINT; A DAY PROJECTING NEGATIVE ADDS NOTHING.
           MOVE ZERO TO WS-LEAD-DEMAND.
           PERFORM PROJECT-ONE-DAY-PARA
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > WS-LEAD-DAYS.
           COMPUTE WS-X-VALUE = WS-PERIOD-WEEKS + 1.
           PERFORM EVALUATE-FIT-PARA.
           IF ACCUMULATOR < ZERO
               MOVE ZERO TO WS-NEXT-WEEK
           ELSE
               MOVE ACCUMULATOR TO WS-NEXT-WEEK
           END-IF.
           COMPUTE WS-DAILY-DEMAND ROUNDED =
               WS-LEAD-DEMAND / WS-LEAD-DAYS.
           MOVE WS-NEXT-WEEK TO RPT-NEXT-WEEK.
           MOVE WS-LEAD-DAYS TO RPT-LEAD.
           MOVE WS-LEAD-DEMAND TO RPT-LEAD-DEMAND.
           MOVE WS-DAILY-DEMAND TO RPT-DAILY.
           WRITE RPT-LINE FROM RPT-DETAIL-LINE.
           MOVE SPACES TO FORECAST-RECORD.
           MOVE ITM-T-ITEM(WS-ITM-SUB) TO FCS-ITEM.
           MOVE WS-DAILY-DEMAND TO FCS-DAILY.
           MOVE WS-LEAD-DAYS TO FCS-LEAD.
           MOVE WS-TODAY-DATE TO FCS-RUN-DATE.
           WRITE FORECAST-RECORD.
           ADD 1 TO WS-FORECAST-COUNT.
       FORECAST-ONE-ITEM-EXIT.
           EXIT.

       WRITE-ONE-OBS-PARA.
           MOVE WS-WEEK-NO TO WS-OBS-X.
           IF ITM-T-WEEK(WS-ITM-SUB, WS-WEEK-NO) < ZERO
               MOVE ZERO TO WS-OBS-Y
           ELSE
               MOVE ITM-T-WEEK(WS-ITM-SUB, WS-WEEK-NO) TO WS-OBS-Y
           END-IF.
           MOVE SPACES TO OBS-LINE.
           STRING WS-OBS-X " " WS-OBS-Y
               DELIMITED BY SIZE INTO OBS-LINE.
           WRITE OBS-LINE.

       PROJECT-ONE-DAY-PARA.
           COMPUTE WS-X-VALUE ROUNDED =
               WS-PERIOD-WEEKS + WS-DAY-SUB / 7.
           PERFORM EVALUATE-FIT-PARA.
           IF ACCUMULATOR > ZERO
               COMPUTE WS-LEAD-DEMAND ROUNDED =
                   WS-LEAD-DEMAND + ACCUMULATOR / 7
           END-IF.

      *    THE CELLS CARRY COEFFICIENTS OF DESCENDING POWERS, SO THE
      *    VALUE BUILDS UP HORNER-STYLE ACROSS THE TERMS.
       EVALUATE-FIT-PARA.
           MOVE ZERO TO ACCUMULATOR.
           PERFORM VARYING WS-CNT FROM 1 BY 1
                   UNTIL WS-CNT > WS-FIT-TERMS
               COMPUTE ACCUMULATOR = ACCUMULATOR * WS-X-VALUE
                   + WS-FIT-CELL(WS-CNT)
           END-PERFORM.

      *    THE LIBRARY KEEPS ONE FIT PER NAME PER RUN DATE; THE SCAN
      *    ENDS ON THE LATEST.
       FETCH-FIT-PARA.
           MOVE 'N' TO WS-LIB-FOUND.
           MOVE 'N' TO WS-LIB-EOF.
           MOVE ZERO TO WS-LIB-RUN-DATE.
           OPEN INPUT POLY-LIBRARY.
           IF LIB-FILESTATUS NOT = "00"
               GO TO FETCH-FIT-EXIT
           END-IF.
           MOVE WS-FIT-NAME TO POLY-LIB-NAME.
           MOVE ZERO TO POLY-LIB-RUN-DATE.
           START POLY-LIBRARY KEY IS NOT LESS THAN POLY-LIB-KEY
               INVALID KEY
                   SET LIB-SCAN-DONE TO TRUE
           END-START.
           PERFORM SCAN-FIT-PARA UNTIL LIB-SCAN-DONE.
           CLOSE POLY-LIBRARY.
       FETCH-FIT-EXIT.
           EXIT.

       SCAN-FIT-PARA.
           READ POLY-LIBRARY NEXT RECORD
               AT END
                   SET LIB-SCAN-DONE TO TRUE
               NOT AT END
                   IF POLY-LIB-NAME = WS-FIT-NAME
                       SET LIB-ENTRY-FOUND TO TRUE
                       MOVE POLY-LIB-COEFFS TO WS-FIT-POLY
                       MOVE POLY-LIB-DEGREE TO WS-FIT-TERMS
                       MOVE POLY-LIB-RUN-DATE TO WS-LIB-RUN-DATE
                   ELSE
                       SET LIB-SCAN-DONE TO TRUE
                   END-IF
           END-READ.

      *    A SALE OUTSIDE THE PERIOD, OR DATED AHEAD OF TODAY, IS
      *    LEFT OUT; A RETURN CARRIES A NEGATIVE QUANTITY AND NETS
      *    AGAINST ITS WEEK.
       LOAD-SALES-PARA.
           OPEN INPUT SALES-HIST.
           IF TXN-FILESTATUS NOT = "00"
               DISPLAY " SALESHIST.DAT NOT FOUND "
               STOP RUN
           END-IF.
           PERFORM LOAD-ONE-SALE-PARA THRU LOAD-ONE-SALE-EXIT
               UNTIL TXN-END-OF-FILE.
           CLOSE SALES-HIST.

       LOAD-ONE-SALE-PARA.
           READ SALES-HIST
               AT END
                   SET TXN-END-OF-FILE TO TRUE
                   GO TO LOAD-ONE-SALE-EXIT
           END-READ.
           MOVE SPACES TO WS-PARSE-RECORD.
           MOVE TXN-LINE TO WS-PARSE-RECORD.
           CALL "FLDPARSE" USING WS-PARSE-RECORD, WS-PARSE-DELIM,
               WS-PARSE-FIELDS, WS-PARSE-COUNT, WS-PARSE-ERROR
           END-CALL.
           IF WS-PARSE-COUNT < 4
               GO TO LOAD-ONE-SALE-EXIT
           END-IF.
           MOVE WS-PARSE-FIELD(2) TO WS-TXN-ITEM.
           COMPUTE WS-TXN-QTY = FUNCTION NUMVAL(WS-PARSE-FIELD(3)).
           COMPUTE WS-TXN-DATE = FUNCTION NUMVAL(WS-PARSE-FIELD(4)).
           IF WS-TXN-DATE = ZERO
               GO TO LOAD-ONE-SALE-EXIT
           END-IF.
           COMPUTE WS-SALE-INT = FUNCTION INTEGER-OF-DATE(WS-TXN-DATE).
           COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-SALE-INT.
           IF WS-AGE-DAYS < ZERO
                   OR WS-AGE-DAYS NOT < WS-PERIOD-WEEKS * 7
               GO TO LOAD-ONE-SALE-EXIT
           END-IF.
           DIVIDE WS-AGE-DAYS BY 7 GIVING WS-AGE-WEEKS.
           COMPUTE WS-WEEK-NO = WS-PERIOD-WEEKS - WS-AGE-WEEKS.
           MOVE 'N' TO WS-ITM-FOUND-SW.
           PERFORM VARYING WS-ITM-SUB FROM 1 BY 1
                   UNTIL WS-ITM-SUB > WS-ITM-TOTAL OR ITEM-FOUND
               IF ITM-T-ITEM(WS-ITM-SUB) = WS-TXN-ITEM
                   SET ITEM-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF ITEM-FOUND
               SUBTRACT 1 FROM WS-ITM-SUB
           ELSE
               IF WS-ITM-TOTAL < WS-ITM-MAX
                   ADD 1 TO WS-ITM-TOTAL
                   MOVE WS-ITM-TOTAL TO WS-ITM-SUB
                   MOVE WS-TXN-ITEM TO ITM-T-ITEM(WS-ITM-SUB)
                   MOVE ZERO TO ITM-T-TOTAL(WS-ITM-SUB)
                   PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                           UNTIL WS-DAY-SUB > 52
                       MOVE ZERO TO ITM-T-WEEK(WS-ITM-SUB, WS-DAY-SUB)
                   END-PERFORM
               ELSE
                   ADD 1 TO WS-ITM-SKIPPED
                   GO TO LOAD-ONE-SALE-EXIT
               END-IF
           END-IF.
           ADD WS-TXN-QTY TO ITM-T-TOTAL(WS-ITM-SUB).
           ADD WS-TXN-QTY TO ITM-T-WEEK(WS-ITM-SUB, WS-WEEK-NO).
       LOAD-ONE-SALE-EXIT.
           EXIT.

       FIND-LEAD-PARA.
           MOVE 'N' TO WS-SUP-FOUND-SW.
           PERFORM VARYING WS-SUP-SUB FROM 1 BY 1
                   UNTIL WS-SUP-SUB > WS-SUP-TOTAL
                   OR SUPPLIER-FOUND
               IF SUP-T-CODE(WS-SUP-SUB) =
                       WS-SUPPLIER(WS-LKP-A-IDX, WS-LKP-C-IDX)
                   SET SUPPLIER-FOUND TO TRUE
                   MOVE SUP-T-LEAD(WS-SUP-SUB) TO WS-LEAD-DAYS
               END-IF
           END-PERFORM.

       LOAD-SUPPLIERS-PARA.
           OPEN INPUT SUPPLIER-FILE.
           IF SUP-FILESTATUS NOT = "00"
               DISPLAY " SUPPLIER.DAT NOT FOUND - LEAD TIMES TAKEN "
               DISPLAY " AS A WEEK "
           ELSE
               PERFORM LOAD-ONE-SUPPLIER-PARA
                   THRU LOAD-ONE-SUPPLIER-EXIT
                   UNTIL SUP-END-OF-FILE
               CLOSE SUPPLIER-FILE
           END-IF.

       LOAD-ONE-SUPPLIER-PARA.
           READ SUPPLIER-FILE
               AT END
                   SET SUP-END-OF-FILE TO TRUE
                   GO TO LOAD-ONE-SUPPLIER-EXIT
           END-READ.
           MOVE SPACES TO WS-SUP-CODE-IN.
           MOVE SPACES TO WS-SUP-NAME-IN.
           MOVE SPACES TO WS-SUP-LEAD-IN.
           UNSTRING SUPPLIER-LINE DELIMITED BY ALL SPACE
               INTO WS-SUP-CODE-IN WS-SUP-NAME-IN WS-SUP-LEAD-IN
           END-UNSTRING.
           IF WS-SUP-CODE-IN = SPACES
               GO TO LOAD-ONE-SUPPLIER-EXIT
           END-IF.
           IF WS-SUP-TOTAL < 20
               ADD 1 TO WS-SUP-TOTAL
               MOVE WS-SUP-CODE-IN TO SUP-T-CODE(WS-SUP-TOTAL)
               IF WS-SUP-LEAD-IN = SPACES
                   MOVE ZERO TO SUP-T-LEAD(WS-SUP-TOTAL)
               ELSE
                   COMPUTE SUP-T-LEAD(WS-SUP-TOTAL) =
                       FUNCTION NUMVAL(WS-SUP-LEAD-IN)
               END-IF
           END-IF.
       LOAD-ONE-SUPPLIER-EXIT.
           EXIT.

       FIND-CATALOG-CODE-PARA.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING WS-LKP-A-IDX FROM 1 BY 1
                   UNTIL WS-LKP-A-IDX > 2 OR CODE-FOUND
               PERFORM VARYING WS-LKP-C-IDX FROM 1 BY 1
                       UNTIL WS-LKP-C-IDX > 3 OR CODE-FOUND
                   IF CODE-VAL(WS-LKP-A-IDX, WS-LKP-C-IDX)
                           = WS-CODE-IN
                       SET CODE-FOUND TO TRUE
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF CODE-FOUND
               SUBTRACT 1 FROM WS-LKP-C-IDX
               SUBTRACT 1 FROM WS-LKP-A-IDX
           END-IF.

       LOAD-CATALOG-DRIVER-PARA.
           OPEN INPUT CATALOG-FILE.
           IF CAT-FILESTATUS = "00"
               PERFORM LOAD-CATALOG-PARA WITH TEST BEFORE
                   UNTIL CAT-END-OF-FILE
               CLOSE CATALOG-FILE
           ELSE
               DISPLAY " CATALOG FILE NOT FOUND - LEAD TIMES TAKEN "
               DISPLAY " AS A WEEK "
           END-IF.

       LOAD-CATALOG-PARA.
           READ CATALOG-FILE INTO CATALOG-LINE
               AT END
                   SET CAT-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE SPACES TO WS-REORD-PT-IN
                   MOVE SPACES TO WS-REORD-QTY-IN
                   MOVE SPACES TO WS-SUPPLIER-IN
                   UNSTRING CATALOG-LINE DELIMITED BY SPACE
                       INTO WS-ARTICLE-NAME-IN WS-CODE-IN
                           WS-PRICE1-IN WS-PRICE2-IN
                           WS-REORD-PT-IN WS-REORD-QTY-IN
                           WS-SUPPLIER-IN
                   IF WS-ARTICLE-NAME-IN NOT = WS-PREV-ARTICLE-NAME
                       ADD 1 TO WS-ARTICLE-IDX
                       MOVE ZERO TO WS-CODE-IDX
                       MOVE WS-ARTICLE-NAME-IN TO WS-PREV-ARTICLE-NAME
                   END-IF
                   ADD 1 TO WS-CODE-IDX
                   IF WS-ARTICLE-IDX <= 2 AND WS-CODE-IDX <= 3
                       MOVE WS-ARTICLE-NAME-IN
                           TO NAME-ARTICLE(WS-ARTICLE-IDX)
                       MOVE WS-CODE-IN
                           TO CODE-VAL(WS-ARTICLE-IDX, WS-CODE-IDX)
                       MOVE WS-PRICE1-IN
                           TO WS-PRICE(WS-ARTICLE-IDX, WS-CODE-IDX, 1)
                       MOVE WS-PRICE2-IN
                           TO WS-PRICE(WS-ARTICLE-IDX, WS-CODE-IDX, 2)
                       MOVE WS-SUPPLIER-IN TO WS-SUPPLIER
                           (WS-ARTICLE-IDX, WS-CODE-IDX)
                   END-IF
           END-READ.
       END PROGRAM DMDFCST.
