      ******************************************************************
      * Author:
      * Date:
      * Purpose: Cost-volume break-even for the planning office, off
      *          a revenue curve and a total-cost curve kept in
      *          PolyLibrary.dat. The command line names the two
      *          entries and the volume range, with the planned
      *          volume last (REVENUE COST LOW HIGH PLANNED; the
      *          range defaults to 0 through 100, the planned volume
      *          may be left off). The newest entry under each name
      *          is fetched, the two are lined up on the same powers,
      *          and the profit polynomial (revenue less cost) is
      *          formed through ARITHMETIC-POL and differentiated
      *          twice there, as POLYANL does. The break-even volumes
      *          are the profit polynomial's roots, hunted by a
      *          sign-change scan across the range refined by
      *          bisection (the MAIN root-finding pattern); the
      *          profit-maximizing volume is the best of the first
      *          derivative's roots that the second derivative shows
      *          to be a maximum and the two ends of the range. The
      *          BreakEven.rpt report prints the three curves through
      *          PRINT-POLYNOMIAL, the break-even points, the maximum
      *          profit, the margin of safety at the planned volume
      *          (how far volume can fall before the break-even point
      *          below it, and how far it can rise before the one
      *          above) and a profit table across the range in ten
      *          steps.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLYBEP.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT POLY-LIBRARY ASSIGN TO "PolyLibrary.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS POLY-LIB-KEY
                   FILE STATUS IS LIB-FILESTATUS.
               SELECT BREAKEVEN-REPORT ASSIGN TO "BreakEven.rpt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS RPT-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD POLY-LIBRARY.
       01 POLY-LIB-RECORD.
       05 POLY-LIB-KEY.
           10 POLY-LIB-NAME     PIC X(20).
           10 POLY-LIB-RUN-DATE PIC 9(8).
       05 POLY-LIB-DEGREE       PIC 99.
       05 POLY-LIB-COEFFS       PIC X(150).
      *
       FD BREAKEVEN-REPORT.
       01 RPT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01  LIB-FILESTATUS PIC X(02).
       01  RPT-FILESTATUS PIC X(02).
       01  WS-CMD-LINE PIC X(80).
       01  WS-ASK-NAME PIC X(20).
       01  WS-REVENUE-NAME PIC X(20) VALUE SPACES.
       01  WS-COST-NAME PIC X(20) VALUE SPACES.
       01  WS-LOW-TXT PIC X(10) VALUE SPACES.
       01  WS-HIGH-TXT PIC X(10) VALUE SPACES.
       01  WS-PLANNED-TXT PIC X(10) VALUE SPACES.
      *
       01  WS-LIB-FOUND PIC X(1).
           88 LIB-ENTRY-FOUND VALUE 'Y'.
       01  WS-LIB-EOF PIC X(1).
           88 LIB-SCAN-DONE VALUE 'Y'.
       01  WS-LIB-SAVE-COEFFS PIC X(150).
       01  WS-LIB-SAVE-DEGREE PIC 99.
      *
      *    THE CURVES AS FETCHED, BEFORE THEY ARE LINED UP.
       01  WS-SRC-POLY.
           05 WS-SRC-ROWS OCCURS 30 TIMES.
               10 WS-SRC-CELL PIC S9(3)V99.
       01  WS-SRC-TERMS PIC 99.
       01  WS-REVENUE-POLY PIC X(150).
       01  WS-REVENUE-TERMS PIC 99.
       01  WS-COST-POLY PIC X(150).
       01  WS-COST-TERMS PIC 99.
       01  WS-ALIGNED-POLY.
           05 WS-ALIGNED-ROWS OCCURS 30 TIMES.
               10 WS-ALIGNED-CELL PIC S9(3)V99.
       01  WS-SHIFT PIC 99.
      *
      *    COLUMN 1 HOLDS THE PROFIT POLYNOMIAL, COLUMN 2 ITS FIRST
      *    DERIVATIVE AND COLUMN 3 ITS SECOND - THE STANDARD
      *    WORKSPACE SHAPE PRINT-POLYNOMIAL EXPECTS.
       01  WS-TABLE.
           05 WS-COLS OCCURS 3 TIMES.
               10 WS-ROWS OCCURS 30 TIMES.
                   15 WS-CELL PIC S9(3)V99.
      *    AND THE REVENUE AND COST CURVES, LINED UP, IN THE SAME
      *    SHAPE SO THEY PRINT THE SAME WAY.
       01  WS-CURVE-TABLE.
           05 WS-CURVE-COLS OCCURS 3 TIMES.
               10 WS-CURVE-ROWS OCCURS 30 TIMES.
                   15 WS-CURVE-CELL PIC S9(3)V99.
       01  WS-DUMMY-POLY.
           05 WS-DUMMY-ROWS OCCURS 30 TIMES.
               10 WS-DUMMY-CELL PIC S9(3)V99.
       01  COUNTER PIC 99.
       01  WS-COL PIC 9.
       01  WS-OPERATION PIC A(3).
       01  WS-REPORT-LINE PIC X(80).
      *
       01  WS-X-VALUE PIC S9(5)V99.
       01  WS-CNT PIC 99.
      *    SIX DECIMALS HELD THROUGH THE HORNER STEPS, SO THE SIGN
      *    THE BISECTION STEERS BY IS NOT LOST TO TRUNCATION.
       01  ACCUMULATOR PIC S9(11)V9(6).
       01  WS-EVAL-COL PIC 9.
       01  WS-OVERFLOW-SW PIC X VALUE 'N'.
           88 EVAL-OVERFLOW VALUE 'Y'.
      *
      *    THE VOLUME RANGE AND THE PLANNED VOLUME.
       01  WS-RANGE-LOW PIC S9(5)V99 VALUE ZERO.
       01  WS-RANGE-HIGH PIC S9(5)V99 VALUE 100.
       01  WS-PLANNED PIC S9(5)V99 VALUE ZERO.
       01  WS-PLANNED-SW PIC X VALUE 'N'.
           88 PLANNED-GIVEN VALUE 'Y'.
      *
      *    THE SIGN-CHANGE SCAN AND THE BISECTION REFINE.
       01  WS-SCAN-X PIC S9(5)V99.
       01  WS-SCAN-NEXT PIC S9(5)V99.
       01  WS-SCAN-STEP PIC S9(5)V99.
       01  WS-F-AT-X PIC S9(11)V9(6).
       01  WS-F-AT-NEXT PIC S9(11)V9(6).
       01  WS-BISECT-LOW PIC S9(5)V99.
       01  WS-BISECT-HIGH PIC S9(5)V99.
       01  WS-BISECT-MID PIC S9(5)V99.
       01  WS-BISECT-DIFF PIC S9(5)V99.
       01  WS-BISECT-TOL PIC S9(1)V9(4) VALUE 0.0001.
       01  WS-BISECT-ITER PIC 99.
       01  WS-BISECT-MAXITER PIC 99 VALUE 30.
       01  WS-F-LOW PIC S9(11)V9(6).
       01  WS-F-MID PIC S9(11)V9(6).
       01  WS-BISECT-DONE PIC X VALUE 'N'.
           88 BISECT-DONE VALUE 'Y'.
       01  WS-TARGET-COL PIC 9.
       01  WS-ROOT-X PIC S9(5)V99.
       01  WS-ROOT-DIR PIC X.
      *
      *    EACH BREAK-EVEN VOLUME, AND WHETHER PROFIT RISES THROUGH IT
      *    (U - LOSS TO PROFIT) OR FALLS (D - PROFIT TO LOSS).
       01  WS-BE-TABLE.
           05 WS-BE-ENTRY OCCURS 10 TIMES.
               10 BE-VOLUME PIC S9(5)V99.
               10 BE-DIR PIC X.
       01  WS-BE-COUNT PIC 99 VALUE ZERO.
       01  WS-BE-SUB PIC 99.
       01  WS-LOWER-BE PIC 99.
       01  WS-UPPER-BE PIC 99.
      *
       01  WS-PROFIT PIC S9(11)V99.
       01  WS-SECOND-VALUE PIC S9(11)V9(6).
       01  WS-BEST-VOLUME PIC S9(5)V99.
       01  WS-BEST-PROFIT PIC S9(11)V99.
       01  WS-BEST-KIND PIC X(16).
       01  WS-MARGIN PIC S9(5)V99.
       01  WS-MARGIN-PCT PIC S9(5)V99.
       01  WS-TABLE-STEP PIC S9(5)V99.
       01  WS-TABLE-SUB PIC 99.
       01  WS-REVENUE-VALUE PIC S9(11)V99.
       01  WS-COST-VALUE PIC S9(11)V99.
      *
       01  RPT-RANGE-LINE.
           05 FILLER PIC X(16) VALUE "VOLUME RANGE  : ".
           05 RPT-RANGE-LOW PIC -(5)9.99.
           05 FILLER PIC X(4) VALUE " TO ".
           05 RPT-RANGE-HIGH PIC -(5)9.99.
           05 FILLER PIC X(12) VALUE "   PLANNED ".
           05 RPT-RANGE-PLANNED PIC -(5)9.99.
       01  RPT-POINT-LINE.
           05 RPT-KIND PIC X(16).
           05 FILLER PIC X(11) VALUE " VOLUME = ".
           05 RPT-X PIC -(5)9.99.
           05 FILLER PIC X(11) VALUE "  PROFIT = ".
           05 RPT-FX PIC -(10)9.99.
       01  RPT-MARGIN-LINE.
           05 RPT-MGN-LABEL PIC X(36).
           05 RPT-MGN-VOLUME PIC -(5)9.99.
           05 FILLER PIC X(10) VALUE " VOLUME  ".
           05 RPT-MGN-PCT PIC -(4)9.99.
           05 FILLER PIC X(2) VALUE " %".
       01  RPT-TABLE-HEAD.
           05 FILLER PIC X(30) VALUE "      VOLUME         REVENUE  ".
           05 FILLER PIC X(30) VALUE "          COST          PROFIT".
       01  RPT-TABLE-LINE.
           05 RPT-TBL-VOLUME PIC -(8)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RPT-TBL-REVENUE PIC -(10)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RPT-TBL-COST PIC -(10)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RPT-TBL-PROFIT PIC -(10)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-REVENUE-NAME WS-COST-NAME WS-LOW-TXT
                   WS-HIGH-TXT WS-PLANNED-TXT
           END-UNSTRING.
           IF WS-REVENUE-NAME = SPACES OR WS-COST-NAME = SPACES
               DISPLAY "USAGE: POLYBEP REVENUE COST LOW HIGH PLANNED"
               STOP RUN
           END-IF.
           IF WS-LOW-TXT NOT = SPACES
               COMPUTE WS-RANGE-LOW = FUNCTION NUMVAL(WS-LOW-TXT)
           END-IF.
           IF WS-HIGH-TXT NOT = SPACES
               COMPUTE WS-RANGE-HIGH = FUNCTION NUMVAL(WS-HIGH-TXT)
           END-IF.
           IF WS-RANGE-HIGH NOT > WS-RANGE-LOW
               DISPLAY "VOLUME RANGE " WS-LOW-TXT " TO " WS-HIGH-TXT
                   " IS EMPTY"
               STOP RUN
           END-IF.
           IF WS-PLANNED-TXT NOT = SPACES
               COMPUTE WS-PLANNED = FUNCTION NUMVAL(WS-PLANNED-TXT)
               SET PLANNED-GIVEN TO TRUE
               IF WS-PLANNED NOT > ZERO
                   DISPLAY "PLANNED VOLUME " WS-PLANNED-TXT
                       " IS NOT A VOLUME"
                   STOP RUN
               END-IF
           END-IF.

           MOVE WS-REVENUE-NAME TO WS-ASK-NAME.
           PERFORM FETCH-LIB-LATEST-PARA THRU FETCH-LIB-LATEST-EXIT.
           IF NOT LIB-ENTRY-FOUND
               DISPLAY "NO LIBRARY ENTRY NAMED " WS-ASK-NAME
               STOP RUN
           END-IF.
           MOVE WS-LIB-SAVE-COEFFS TO WS-REVENUE-POLY.
           MOVE WS-LIB-SAVE-DEGREE TO WS-REVENUE-TERMS.
           IF WS-REVENUE-TERMS = ZERO
               MOVE 10 TO WS-REVENUE-TERMS
           END-IF.
           MOVE WS-COST-NAME TO WS-ASK-NAME.
           PERFORM FETCH-LIB-LATEST-PARA THRU FETCH-LIB-LATEST-EXIT.
           IF NOT LIB-ENTRY-FOUND
               DISPLAY "NO LIBRARY ENTRY NAMED " WS-ASK-NAME
               STOP RUN
           END-IF.
           MOVE WS-LIB-SAVE-COEFFS TO WS-COST-POLY.
           MOVE WS-LIB-SAVE-DEGREE TO WS-COST-TERMS.
           IF WS-COST-TERMS = ZERO
               MOVE 10 TO WS-COST-TERMS
           END-IF.

      *    BOTH CURVES ON THE LONGER ONE'S TERM COUNT, SO THAT EACH
      *    CELL HOLDS THE SAME POWER IN BOTH.
           MOVE WS-REVENUE-TERMS TO COUNTER.
           IF WS-COST-TERMS > COUNTER
               MOVE WS-COST-TERMS TO COUNTER
           END-IF.
           MOVE ZEROES TO WS-CURVE-TABLE.
           MOVE WS-REVENUE-POLY TO WS-SRC-POLY.
           MOVE WS-REVENUE-TERMS TO WS-SRC-TERMS.
           PERFORM ALIGN-POLY-PARA.
           MOVE WS-ALIGNED-POLY TO WS-CURVE-COLS(1).
           MOVE WS-COST-POLY TO WS-SRC-POLY.
           MOVE WS-COST-TERMS TO WS-SRC-TERMS.
           PERFORM ALIGN-POLY-PARA.
           MOVE WS-ALIGNED-POLY TO WS-CURVE-COLS(2).

      *    PROFIT IS REVENUE LESS COST, THEN ITS FIRST AND SECOND
      *    DERIVATIVES, EACH THROUGH THE SHARED ARITHMETIC IN ITS OWN
      *    COLUMN.
           MOVE WS-CURVE-COLS(1) TO WS-COLS(1).
           MOVE WS-CURVE-COLS(2) TO WS-DUMMY-POLY.
           MOVE "SUB" TO WS-OPERATION.
           CALL "ARITHMETIC-POL" USING WS-OPERATION,
               WS-COLS(1), WS-DUMMY-POLY, COUNTER.
           MOVE WS-COLS(1) TO WS-COLS(2).
           MOVE "DER" TO WS-OPERATION.
           CALL "ARITHMETIC-POL" USING WS-OPERATION,
               WS-COLS(2), WS-DUMMY-POLY, COUNTER.
           MOVE WS-COLS(2) TO WS-COLS(3).
           MOVE "DER" TO WS-OPERATION.
           CALL "ARITHMETIC-POL" USING WS-OPERATION,
               WS-COLS(3), WS-DUMMY-POLY, COUNTER.

           OPEN OUTPUT BREAKEVEN-REPORT.
           MOVE SPACES TO RPT-LINE.
           STRING "BREAK-EVEN ANALYSIS - REVENUE " WS-REVENUE-NAME
               " COST " WS-COST-NAME
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-RANGE-LOW TO RPT-RANGE-LOW.
           MOVE WS-RANGE-HIGH TO RPT-RANGE-HIGH.
           MOVE WS-PLANNED TO RPT-RANGE-PLANNED.
           WRITE RPT-LINE FROM RPT-RANGE-LINE.
           MOVE "REVENUE :" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 1 TO WS-COL.
           PERFORM PRINT-ONE-CURVE-PARA.
           MOVE "COST    :" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 2 TO WS-COL.
           PERFORM PRINT-ONE-CURVE-PARA.
           MOVE "PROFIT, ITS FIRST AND SECOND DERIVATIVES :"
               TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 1 TO WS-COL.
           PERFORM PRINT-ONE-POLY-PARA.
           MOVE 2 TO WS-COL.
           PERFORM PRINT-ONE-POLY-PARA.
           MOVE 3 TO WS-COL.
           PERFORM PRINT-ONE-POLY-PARA.

      *    THE SCAN TAKES TWO HUNDRED STEPS ACROSS THE RANGE.
           COMPUTE WS-SCAN-STEP = (WS-RANGE-HIGH - WS-RANGE-LOW) / 200.
           IF WS-SCAN-STEP < 0.01
               MOVE 0.01 TO WS-SCAN-STEP
           END-IF.

      *    BREAK-EVEN POINTS: THE PROFIT POLYNOMIAL'S ROOTS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "=== BREAK-EVEN POINTS ===" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 1 TO WS-TARGET-COL.
           PERFORM HUNT-ROOTS-PARA.
           IF WS-BE-COUNT = ZERO
               MOVE "NO BREAK-EVEN POINT IN THE VOLUME RANGE"
                   TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

      *    MAXIMUM PROFIT: THE ENDS OF THE RANGE, THEN EVERY TURNING
      *    POINT THE SECOND DERIVATIVE SHOWS TO BE A MAXIMUM.
           MOVE 1 TO WS-EVAL-COL.
           MOVE WS-RANGE-LOW TO WS-X-VALUE.
           PERFORM EVALUATE-COL-PARA.
           MOVE WS-RANGE-LOW TO WS-BEST-VOLUME.
           MOVE ACCUMULATOR TO WS-BEST-PROFIT.
           MOVE "AT RANGE START" TO WS-BEST-KIND.
           MOVE WS-RANGE-HIGH TO WS-X-VALUE.
           PERFORM EVALUATE-COL-PARA.
           IF ACCUMULATOR > WS-BEST-PROFIT
               MOVE WS-RANGE-HIGH TO WS-BEST-VOLUME
               MOVE ACCUMULATOR TO WS-BEST-PROFIT
               MOVE "AT RANGE END" TO WS-BEST-KIND
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "=== MAXIMUM PROFIT ===" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 2 TO WS-TARGET-COL.
           PERFORM HUNT-ROOTS-PARA.
           MOVE "MAXIMUM PROFIT" TO RPT-KIND.
           MOVE WS-BEST-VOLUME TO RPT-X.
           MOVE WS-BEST-PROFIT TO RPT-FX.
           WRITE RPT-LINE FROM RPT-POINT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "  (" DELIMITED BY SIZE
               WS-BEST-KIND DELIMITED BY "  "
               ")" DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.

           IF PLANNED-GIVEN
               PERFORM MARGIN-OF-SAFETY-PARA
           END-IF.

      *    THE PROFIT TABLE, TEN EQUAL STEPS ACROSS THE RANGE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "=== PROFIT TABLE ===" TO RPT-LINE.
           WRITE RPT-LINE.
           WRITE RPT-LINE FROM RPT-TABLE-HEAD.
           COMPUTE WS-TABLE-STEP = (WS-RANGE-HIGH - WS-RANGE-LOW) / 10.
           PERFORM PROFIT-TABLE-LINE-PARA
               VARYING WS-TABLE-SUB FROM 0 BY 1
               UNTIL WS-TABLE-SUB > 10.
           IF EVAL-OVERFLOW
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE "*** SOME VALUES TOO LARGE TO HOLD - NARROW THE"
                   TO RPT-LINE
               WRITE RPT-LINE
               MOVE "*** VOLUME RANGE" TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           CLOSE BREAKEVEN-REPORT.
           DISPLAY "BREAK-EVEN POINTS FOUND : " WS-BE-COUNT.
           DISPLAY "MAXIMUM PROFIT " WS-BEST-PROFIT
               " AT VOLUME " WS-BEST-VOLUME.
           STOP RUN.

      *    A CURVE OF FEWER TERMS MOVES DOWN SO ITS CONSTANT LANDS IN
      *    CELL COUNTER; THE HIGHER POWERS IT LACKS STAY ZERO.
       ALIGN-POLY-PARA.
           MOVE ZEROES TO WS-ALIGNED-POLY.
           COMPUTE WS-SHIFT = COUNTER - WS-SRC-TERMS.
           PERFORM VARYING WS-CNT FROM 1 BY 1
                   UNTIL WS-CNT > WS-SRC-TERMS
               MOVE WS-SRC-CELL(WS-CNT)
                   TO WS-ALIGNED-CELL(WS-CNT + WS-SHIFT)
           END-PERFORM.

       PRINT-ONE-POLY-PARA.
           MOVE SPACES TO WS-REPORT-LINE.
           CALL "PRINT-POLYNOMIAL" USING WS-TABLE, WS-COL,
               COUNTER, WS-REPORT-LINE.
           DISPLAY " ".
           MOVE WS-REPORT-LINE TO RPT-LINE.
           WRITE RPT-LINE.

       PRINT-ONE-CURVE-PARA.
           MOVE SPACES TO WS-REPORT-LINE.
           CALL "PRINT-POLYNOMIAL" USING WS-CURVE-TABLE, WS-COL,
               COUNTER, WS-REPORT-LINE.
           DISPLAY " ".
           MOVE WS-REPORT-LINE TO RPT-LINE.
           WRITE RPT-LINE.

       HUNT-ROOTS-PARA.
           MOVE WS-RANGE-LOW TO WS-SCAN-X.
           PERFORM UNTIL WS-SCAN-X NOT < WS-RANGE-HIGH
               COMPUTE WS-SCAN-NEXT = WS-SCAN-X + WS-SCAN-STEP
               IF WS-SCAN-NEXT > WS-RANGE-HIGH
                   MOVE WS-RANGE-HIGH TO WS-SCAN-NEXT
               END-IF
               MOVE WS-TARGET-COL TO WS-EVAL-COL
               MOVE WS-SCAN-X TO WS-X-VALUE
               PERFORM EVALUATE-COL-PARA
               MOVE ACCUMULATOR TO WS-F-AT-X
               MOVE WS-SCAN-NEXT TO WS-X-VALUE
               PERFORM EVALUATE-COL-PARA
               MOVE ACCUMULATOR TO WS-F-AT-NEXT
               IF (WS-F-AT-X < 0 AND WS-F-AT-NEXT > 0)
                       OR (WS-F-AT-X > 0 AND WS-F-AT-NEXT < 0)
                       OR WS-F-AT-X = 0
                   IF WS-F-AT-NEXT > WS-F-AT-X
                       MOVE 'U' TO WS-ROOT-DIR
                   ELSE
                       MOVE 'D' TO WS-ROOT-DIR
                   END-IF
                   MOVE WS-SCAN-X TO WS-BISECT-LOW
                   MOVE WS-SCAN-NEXT TO WS-BISECT-HIGH
                   PERFORM BISECT-ROOT-PARA
                   PERFORM REPORT-POINT-PARA
               END-IF
               MOVE WS-SCAN-NEXT TO WS-SCAN-X
           END-PERFORM.

      *    THE MAIN BATCH'S BISECTION, AIMED AT WHICHEVER COLUMN IS
      *    BEING HUNTED.
       BISECT-ROOT-PARA.
           MOVE 'N' TO WS-BISECT-DONE.
           MOVE 0 TO WS-BISECT-ITER.
           MOVE WS-TARGET-COL TO WS-EVAL-COL.
           MOVE WS-BISECT-LOW TO WS-X-VALUE.
           PERFORM EVALUATE-COL-PARA.
           MOVE ACCUMULATOR TO WS-F-LOW.
           IF WS-F-LOW = 0
               MOVE WS-BISECT-LOW TO WS-BISECT-MID
               MOVE 'Y' TO WS-BISECT-DONE
           END-IF.
           PERFORM UNTIL BISECT-DONE
               COMPUTE WS-BISECT-MID =
                   (WS-BISECT-LOW + WS-BISECT-HIGH) / 2
               MOVE WS-BISECT-MID TO WS-X-VALUE
               PERFORM EVALUATE-COL-PARA
               MOVE ACCUMULATOR TO WS-F-MID
               IF (WS-F-LOW < 0 AND WS-F-MID < 0)
                   OR (WS-F-LOW > 0 AND WS-F-MID > 0)
                   MOVE WS-BISECT-MID TO WS-BISECT-LOW
                   MOVE WS-F-MID TO WS-F-LOW
               ELSE
                   MOVE WS-BISECT-MID TO WS-BISECT-HIGH
               END-IF
               ADD 1 TO WS-BISECT-ITER
               COMPUTE WS-BISECT-DIFF =
                   WS-BISECT-HIGH - WS-BISECT-LOW
               IF WS-BISECT-DIFF < WS-BISECT-TOL OR WS-F-MID = 0
                   OR WS-BISECT-ITER NOT < WS-BISECT-MAXITER
                   MOVE 'Y' TO WS-BISECT-DONE
               END-IF
           END-PERFORM.
           MOVE WS-BISECT-MID TO WS-ROOT-X.

      *    A PROFIT ROOT IS A BREAK-EVEN POINT; A FIRST-DERIVATIVE
      *    ROOT IS A TURNING POINT, A CANDIDATE FOR THE MAXIMUM ONLY
      *    WHEN THE SECOND DERIVATIVE IS NEGATIVE THERE.
       REPORT-POINT-PARA.
           MOVE 1 TO WS-EVAL-COL.
           MOVE WS-ROOT-X TO WS-X-VALUE.
           PERFORM EVALUATE-COL-PARA.
           MOVE ACCUMULATOR TO WS-PROFIT.
           MOVE WS-ROOT-X TO RPT-X.
           MOVE WS-PROFIT TO RPT-FX.
           IF WS-TARGET-COL = 1
               IF WS-BE-COUNT < 10
                   ADD 1 TO WS-BE-COUNT
                   MOVE WS-ROOT-X TO BE-VOLUME(WS-BE-COUNT)
                   MOVE WS-ROOT-DIR TO BE-DIR(WS-BE-COUNT)
               END-IF
               IF WS-ROOT-DIR = 'U'
                   MOVE "INTO PROFIT" TO RPT-KIND
               ELSE
                   MOVE "INTO LOSS" TO RPT-KIND
               END-IF
               WRITE RPT-LINE FROM RPT-POINT-LINE
               DISPLAY "BREAK-EVEN AT VOLUME " WS-ROOT-X
           ELSE
               MOVE 3 TO WS-EVAL-COL
               PERFORM EVALUATE-COL-PARA
               MOVE ACCUMULATOR TO WS-SECOND-VALUE
               IF WS-SECOND-VALUE < ZERO
                   MOVE "TURNING MAXIMUM" TO RPT-KIND
                   IF WS-PROFIT > WS-BEST-PROFIT
                       MOVE WS-ROOT-X TO WS-BEST-VOLUME
                       MOVE WS-PROFIT TO WS-BEST-PROFIT
                       MOVE "AT TURNING POINT" TO WS-BEST-KIND
                   END-IF
               ELSE
                   IF WS-SECOND-VALUE > ZERO
                       MOVE "TURNING MINIMUM" TO RPT-KIND
                   ELSE
                       MOVE "TURNING FLAT" TO RPT-KIND
                   END-IF
               END-IF
               WRITE RPT-LINE FROM RPT-POINT-LINE
           END-IF.

      *    HOW FAR THE PLANNED VOLUME CAN FALL BEFORE THE BREAK-EVEN
      *    BELOW IT (THE LAST ONE INTO PROFIT), AND HOW FAR IT CAN
      *    RISE BEFORE THE ONE ABOVE IT (THE FIRST ONE INTO LOSS).
       MARGIN-OF-SAFETY-PARA.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "=== MARGIN OF SAFETY ===" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 1 TO WS-EVAL-COL.
           MOVE WS-PLANNED TO WS-X-VALUE.
           PERFORM EVALUATE-COL-PARA.
           MOVE ACCUMULATOR TO WS-PROFIT.
           MOVE "AT PLANNED VOL" TO RPT-KIND.
           MOVE WS-PLANNED TO RPT-X.
           MOVE WS-PROFIT TO RPT-FX.
           WRITE RPT-LINE FROM RPT-POINT-LINE.
           IF WS-PROFIT NOT > ZERO
               MOVE "PLANNED VOLUME MAKES NO PROFIT - NO MARGIN"
                   TO RPT-LINE
               WRITE RPT-LINE
           ELSE
               MOVE ZERO TO WS-LOWER-BE
               MOVE ZERO TO WS-UPPER-BE
               PERFORM VARYING WS-BE-SUB FROM 1 BY 1
                       UNTIL WS-BE-SUB > WS-BE-COUNT
                   IF BE-VOLUME(WS-BE-SUB) NOT > WS-PLANNED
                           AND BE-DIR(WS-BE-SUB) = 'U'
                       MOVE WS-BE-SUB TO WS-LOWER-BE
                   END-IF
                   IF BE-VOLUME(WS-BE-SUB) > WS-PLANNED
                           AND BE-DIR(WS-BE-SUB) = 'D'
                           AND WS-UPPER-BE = ZERO
                       MOVE WS-BE-SUB TO WS-UPPER-BE
                   END-IF
               END-PERFORM
               IF WS-LOWER-BE > ZERO
                   COMPUTE WS-MARGIN =
                       WS-PLANNED - BE-VOLUME(WS-LOWER-BE)
                   MOVE "MARGIN OF SAFETY DOWN TO BREAK-EVEN"
                       TO RPT-MGN-LABEL
               ELSE
                   COMPUTE WS-MARGIN = WS-PLANNED - WS-RANGE-LOW
                   MOVE "NO BREAK-EVEN BELOW - AT LEAST"
                       TO RPT-MGN-LABEL
               END-IF
               COMPUTE WS-MARGIN-PCT ROUNDED =
                   WS-MARGIN * 100 / WS-PLANNED
               MOVE WS-MARGIN TO RPT-MGN-VOLUME
               MOVE WS-MARGIN-PCT TO RPT-MGN-PCT
               WRITE RPT-LINE FROM RPT-MARGIN-LINE
               IF WS-UPPER-BE > ZERO
                   COMPUTE WS-MARGIN =
                       BE-VOLUME(WS-UPPER-BE) - WS-PLANNED
                   COMPUTE WS-MARGIN-PCT ROUNDED =
                       WS-MARGIN * 100 / WS-PLANNED
                   MOVE "HEADROOM UP TO BREAK-EVEN ABOVE"
                       TO RPT-MGN-LABEL
                   MOVE WS-MARGIN TO RPT-MGN-VOLUME
                   MOVE WS-MARGIN-PCT TO RPT-MGN-PCT
                   WRITE RPT-LINE FROM RPT-MARGIN-LINE
               END-IF
           END-IF.

       PROFIT-TABLE-LINE-PARA.
           COMPUTE WS-X-VALUE =
               WS-RANGE-LOW + WS-TABLE-STEP * WS-TABLE-SUB.
           IF WS-TABLE-SUB = 10
               MOVE WS-RANGE-HIGH TO WS-X-VALUE
           END-IF.
           MOVE 1 TO WS-EVAL-COL.
           PERFORM EVALUATE-CURVE-PARA.
           MOVE ACCUMULATOR TO WS-REVENUE-VALUE.
           MOVE 2 TO WS-EVAL-COL.
           PERFORM EVALUATE-CURVE-PARA.
           MOVE ACCUMULATOR TO WS-COST-VALUE.
           MOVE 1 TO WS-EVAL-COL.
           PERFORM EVALUATE-COL-PARA.
           MOVE WS-X-VALUE TO RPT-TBL-VOLUME.
           MOVE WS-REVENUE-VALUE TO RPT-TBL-REVENUE.
           MOVE WS-COST-VALUE TO RPT-TBL-COST.
           MOVE ACCUMULATOR TO RPT-TBL-PROFIT.
           WRITE RPT-LINE FROM RPT-TABLE-LINE.

      *    THE CELLS CARRY COEFFICIENTS OF DESCENDING POWERS, SO THE
      *    VALUE BUILDS UP HORNER-STYLE ACROSS THE TERMS.
       EVALUATE-COL-PARA.
           MOVE ZERO TO ACCUMULATOR.
           PERFORM VARYING WS-CNT FROM 1 BY 1 UNTIL WS-CNT > COUNTER
               COMPUTE ACCUMULATOR = ACCUMULATOR * WS-X-VALUE
                   + WS-CELL(WS-EVAL-COL, WS-CNT)
                   ON SIZE ERROR
                       SET EVAL-OVERFLOW TO TRUE
               END-COMPUTE
           END-PERFORM.

       EVALUATE-CURVE-PARA.
           MOVE ZERO TO ACCUMULATOR.
           PERFORM VARYING WS-CNT FROM 1 BY 1 UNTIL WS-CNT > COUNTER
               COMPUTE ACCUMULATOR = ACCUMULATOR * WS-X-VALUE
                   + WS-CURVE-CELL(WS-EVAL-COL, WS-CNT)
                   ON SIZE ERROR
                       SET EVAL-OVERFLOW TO TRUE
               END-COMPUTE
           END-PERFORM.

      *    THE NEWEST RUN DATE OF THE NAMED ENTRY WINS, SINCE
      *    POLY-LIB-KEY IS NAME PLUS RUN DATE.
       FETCH-LIB-LATEST-PARA.
           MOVE 'N' TO WS-LIB-FOUND.
           MOVE 'N' TO WS-LIB-EOF.
           OPEN INPUT POLY-LIBRARY.
           IF LIB-FILESTATUS NOT = "00"
               DISPLAY "POLYLIBRARY.DAT NOT FOUND"
               GO TO FETCH-LIB-LATEST-EXIT
           END-IF.
           MOVE WS-ASK-NAME TO POLY-LIB-NAME.
           MOVE ZERO TO POLY-LIB-RUN-DATE.
           START POLY-LIBRARY KEY IS NOT LESS THAN POLY-LIB-KEY
               INVALID KEY
                   SET LIB-SCAN-DONE TO TRUE
           END-START.
           PERFORM SCAN-LIB-NAME-PARA UNTIL LIB-SCAN-DONE.
           CLOSE POLY-LIBRARY.
       FETCH-LIB-LATEST-EXIT.
           EXIT.

       SCAN-LIB-NAME-PARA.
           READ POLY-LIBRARY NEXT RECORD
               AT END
                   SET LIB-SCAN-DONE TO TRUE
               NOT AT END
                   IF POLY-LIB-NAME = WS-ASK-NAME
                       SET LIB-ENTRY-FOUND TO TRUE
                       MOVE POLY-LIB-COEFFS TO WS-LIB-SAVE-COEFFS
                       MOVE POLY-LIB-DEGREE TO WS-LIB-SAVE-DEGREE
                   ELSE
                       SET LIB-SCAN-DONE TO TRUE
                   END-IF
           END-READ.
       END PROGRAM POLYBEP.
