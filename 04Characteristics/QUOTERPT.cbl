      ******************************************************************
      * Author:
      * Date:
      * Purpose: Open-quotes report. Reads Quotes.dat in quote order
      *          and writes OpenQuotes.rpt in two parts: every quote
      *          still open (at least one line neither converted nor
      *          expired) with its customer, quote date, validity
      *          date, days left and open value; then, for each month
      *          quotes were written in, how many were issued, how
      *          many became orders, how many lapsed and how many are
      *          still open, and the quote-to-order conversion rate.
      *          A quote counts as converted when any of its lines
      *          was turned into an order by QUOTECNV. Run QUOTECNV
      *          first so lapsed quotes are marked expired.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUOTERPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT QUOTE-FILE ASSIGN TO "Quotes.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS QT-KEY
           FILE STATUS IS QTE-FILESTATUS.
       SELECT QUOTE-REPORT ASSIGN TO "OpenQuotes.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RPT-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD QUOTE-FILE.
       COPY QTREC REPLACING ==:REC:== BY ==QUOTE-RECORD==.
       FD QUOTE-REPORT.
       01 RPT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 QTE-FILESTATUS PIC X(02).
       01 RPT-FILESTATUS PIC X(02).
       01 QTE-EOF PIC X VALUE 'N'.
           88 QTE-END-OF-FILE VALUE 'Y'.
       01 WS-CURR-DATE PIC 9(8).
      *
      *    THE QUOTE BEING GATHERED FROM ITS LINES.
       01 WS-QUOTE-SW PIC X(1) VALUE 'N'.
           88 QUOTE-IN-PROGRESS VALUE 'Y'.
       01 WS-Q-NUMBER PIC 9(6).
       01 WS-Q-CUST PIC X(6).
       01 WS-Q-QUOTE-DATE PIC 9(8).
       01 WS-Q-VALID-DATE PIC 9(8).
       01 WS-Q-OPEN-LINES PIC 9(3).
       01 WS-Q-DONE-LINES PIC 9(3).
       01 WS-Q-OPEN-VALUE PIC S9(9)V99.
       01 WS-LINE-VALUE PIC S9(9)V99.
       01 WS-DAYS-LEFT PIC S9(7).
      *
      *    ONE BUCKET PER MONTH QUOTES WERE WRITTEN IN.
       01 MON-TABLE.
           05 MON-ENTRY OCCURS 36 TIMES.
               10 MON-T-MONTH PIC 9(6).
               10 MON-T-ISSUED PIC 9(5).
               10 MON-T-CONVERTED PIC 9(5).
               10 MON-T-EXPIRED PIC 9(5).
               10 MON-T-OPEN PIC 9(5).
       01 WS-MON-TOTAL PIC 9(2) VALUE ZERO.
       01 WS-MON-MAX PIC 9(2) VALUE 36.
       01 WS-MON-SUB PIC 9(2).
       01 WS-MON-SKIPPED PIC 9(5) VALUE ZERO.
       01 WS-MON-FOUND-SW PIC X(1).
           88 MONTH-FOUND VALUE 'Y'.
       01 WS-THIS-MONTH PIC 9(6).
       01 WS-RATE PIC 9(3)V9.
      *
       01 WS-OPEN-COUNT PIC 9(5) VALUE ZERO.
       01 WS-OPEN-VALUE PIC S9(9)V99 VALUE ZERO.
       01 WS-ALL-ISSUED PIC 9(5) VALUE ZERO.
       01 WS-ALL-CONVERTED PIC 9(5) VALUE ZERO.
      *
       01 RPT-HEADER-1.
           05 FILLER PIC X(20) VALUE "OPEN QUOTATIONS - ".
           05 RPT-HDR-DATE PIC 9(8).
       01 RPT-HEADER-2.
           05 FILLER PIC X(8) VALUE "QUOTE".
           05 FILLER PIC X(8) VALUE "CUST".
           05 FILLER PIC X(10) VALUE "QUOTED".
           05 FILLER PIC X(10) VALUE "VALID TO".
           05 FILLER PIC X(10) VALUE "DAYS LEFT".
           05 FILLER PIC X(6) VALUE "LINES".
           05 FILLER PIC X(13) VALUE "   OPEN VALUE".
       01 RPT-DETAIL-LINE.
           05 RPT-NUMBER PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RPT-CUST PIC X(8).
           05 RPT-QUOTE-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RPT-VALID-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RPT-DAYS PIC ZZZZ9.
           05 FILLER PIC X(5) VALUE SPACES.
           05 RPT-LINES PIC ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 RPT-VALUE PIC Z(8)9.99.
       01 RPT-OPEN-TOTAL-LINE.
           05 FILLER PIC X(20) VALUE "OPEN QUOTES        :".
           05 RPT-OPEN-COUNT PIC ZZZZ9.
           05 FILLER PIC X(18) VALUE "   OPEN VALUE    :".
           05 RPT-OPEN-VALUE PIC Z(8)9.99.
       01 RPT-MONTH-HEADER-1.
           05 FILLER PIC X(40)
               VALUE "QUOTE-TO-ORDER CONVERSION BY MONTH".
       01 RPT-MONTH-HEADER-2.
           05 FILLER PIC X(10) VALUE "MONTH".
           05 FILLER PIC X(10) VALUE "    ISSUED".
           05 FILLER PIC X(10) VALUE " CONVERTED".
           05 FILLER PIC X(10) VALUE "   EXPIRED".
           05 FILLER PIC X(10) VALUE "      OPEN".
           05 FILLER PIC X(10) VALUE "    RATE %".
       01 RPT-MONTH-LINE.
           05 RPT-MONTH PIC 9(6).
           05 FILLER PIC X(4) VALUE SPACES.
           05 RPT-ISSUED PIC Z(9)9.
           05 RPT-CONVERTED PIC Z(9)9.
           05 RPT-EXPIRED PIC Z(9)9.
           05 RPT-OPEN PIC Z(9)9.
           05 RPT-RATE PIC Z(7)9.9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
           OPEN INPUT QUOTE-FILE.
           IF QTE-FILESTATUS NOT = "00"
               DISPLAY " QUOTES.DAT NOT FOUND - NO QUOTES ON FILE "
               GOBACK
           END-IF.
           OPEN OUTPUT QUOTE-REPORT.
           MOVE WS-CURR-DATE TO RPT-HDR-DATE.
           WRITE RPT-LINE FROM RPT-HEADER-1.
           WRITE RPT-LINE FROM RPT-HEADER-2.
           PERFORM READ-QUOTE-PARA THRU READ-QUOTE-EXIT
               UNTIL QTE-END-OF-FILE.
           PERFORM END-QUOTE-PARA THRU END-QUOTE-EXIT.
           CLOSE QUOTE-FILE.
           IF WS-MON-SKIPPED > ZERO
               DISPLAY "*** " WS-MON-SKIPPED " QUOTES FROM MORE THAN "
                   WS-MON-MAX " MONTHS - RUN REFUSED, RAISE THE "
                   "MONTH TABLE"
               CLOSE QUOTE-REPORT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-OPEN-COUNT TO RPT-OPEN-COUNT.
           MOVE WS-OPEN-VALUE TO RPT-OPEN-VALUE.
           WRITE RPT-LINE FROM RPT-OPEN-TOTAL-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           WRITE RPT-LINE FROM RPT-MONTH-HEADER-1.
           WRITE RPT-LINE FROM RPT-MONTH-HEADER-2.
           PERFORM VARYING WS-MON-SUB FROM 1 BY 1
                   UNTIL WS-MON-SUB > WS-MON-TOTAL
               MOVE MON-T-MONTH(WS-MON-SUB) TO RPT-MONTH
               MOVE MON-T-ISSUED(WS-MON-SUB) TO RPT-ISSUED
               MOVE MON-T-CONVERTED(WS-MON-SUB) TO RPT-CONVERTED
               MOVE MON-T-EXPIRED(WS-MON-SUB) TO RPT-EXPIRED
               MOVE MON-T-OPEN(WS-MON-SUB) TO RPT-OPEN
               COMPUTE WS-RATE ROUNDED = MON-T-CONVERTED(WS-MON-SUB)
                   * 100 / MON-T-ISSUED(WS-MON-SUB)
               MOVE WS-RATE TO RPT-RATE
               WRITE RPT-LINE FROM RPT-MONTH-LINE
           END-PERFORM.
           CLOSE QUOTE-REPORT.
           DISPLAY "QUOTES ON FILE      : " WS-ALL-ISSUED.
           DISPLAY "QUOTES CONVERTED    : " WS-ALL-CONVERTED.
           DISPLAY "QUOTES STILL OPEN   : " WS-OPEN-COUNT.
           GOBACK.

       READ-QUOTE-PARA.
           READ QUOTE-FILE NEXT RECORD
               AT END
                   SET QTE-END-OF-FILE TO TRUE
                   GO TO READ-QUOTE-EXIT
           END-READ.
           IF NOT QUOTE-IN-PROGRESS OR QT-NUMBER NOT = WS-Q-NUMBER
               PERFORM END-QUOTE-PARA THRU END-QUOTE-EXIT
               SET QUOTE-IN-PROGRESS TO TRUE
               MOVE QT-NUMBER TO WS-Q-NUMBER
               MOVE QT-CUST TO WS-Q-CUST
               MOVE QT-QUOTE-DATE TO WS-Q-QUOTE-DATE
               MOVE QT-VALID-DATE TO WS-Q-VALID-DATE
               MOVE ZERO TO WS-Q-OPEN-LINES
               MOVE ZERO TO WS-Q-DONE-LINES
               MOVE ZERO TO WS-Q-OPEN-VALUE
           END-IF.
           IF QT-CONVERTED
               ADD 1 TO WS-Q-DONE-LINES
           END-IF.
           IF QT-OPEN
               ADD 1 TO WS-Q-OPEN-LINES
               COMPUTE WS-LINE-VALUE = QT-QTY * QT-PRICE
               ADD WS-LINE-VALUE TO WS-Q-OPEN-VALUE
           END-IF.
       READ-QUOTE-EXIT.
           EXIT.

      *    A FINISHED QUOTE IS PRINTED IF STILL OPEN AND COUNTED IN
      *    THE MONTH IT WAS WRITTEN: CONVERTED IF ANY LINE BECAME AN
      *    ORDER, ELSE OPEN IF ANY LINE IS OPEN, ELSE EXPIRED.
       END-QUOTE-PARA.
           IF NOT QUOTE-IN-PROGRESS
               GO TO END-QUOTE-EXIT
           END-IF.
           MOVE 'N' TO WS-QUOTE-SW.
           IF WS-Q-OPEN-LINES > ZERO
               ADD 1 TO WS-OPEN-COUNT
               ADD WS-Q-OPEN-VALUE TO WS-OPEN-VALUE
               COMPUTE WS-DAYS-LEFT =
                   FUNCTION INTEGER-OF-DATE(WS-Q-VALID-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-CURR-DATE)
               IF WS-DAYS-LEFT < ZERO
                   MOVE ZERO TO WS-DAYS-LEFT
               END-IF
               MOVE WS-Q-NUMBER TO RPT-NUMBER
               MOVE WS-Q-CUST TO RPT-CUST
               MOVE WS-Q-QUOTE-DATE TO RPT-QUOTE-DATE
               MOVE WS-Q-VALID-DATE TO RPT-VALID-DATE
               MOVE WS-DAYS-LEFT TO RPT-DAYS
               MOVE WS-Q-OPEN-LINES TO RPT-LINES
               MOVE WS-Q-OPEN-VALUE TO RPT-VALUE
               WRITE RPT-LINE FROM RPT-DETAIL-LINE
           END-IF.
           MOVE WS-Q-QUOTE-DATE(1:6) TO WS-THIS-MONTH.
           PERFORM FIND-MONTH-PARA.
           IF NOT MONTH-FOUND
               ADD 1 TO WS-MON-SKIPPED
               GO TO END-QUOTE-EXIT
           END-IF.
           ADD 1 TO MON-T-ISSUED(WS-MON-SUB).
           ADD 1 TO WS-ALL-ISSUED.
           EVALUATE TRUE
               WHEN WS-Q-DONE-LINES > ZERO
                   ADD 1 TO MON-T-CONVERTED(WS-MON-SUB)
                   ADD 1 TO WS-ALL-CONVERTED
               WHEN WS-Q-OPEN-LINES > ZERO
                   ADD 1 TO MON-T-OPEN(WS-MON-SUB)
               WHEN OTHER
                   ADD 1 TO MON-T-EXPIRED(WS-MON-SUB)
           END-EVALUATE.
       END-QUOTE-EXIT.
           EXIT.

      *    FINDS THE MONTH'S BUCKET, OPENING ONE IF THERE IS ROOM.
       FIND-MONTH-PARA.
           MOVE 'N' TO WS-MON-FOUND-SW.
           PERFORM VARYING WS-MON-SUB FROM 1 BY 1
                   UNTIL WS-MON-SUB > WS-MON-TOTAL OR MONTH-FOUND
               IF MON-T-MONTH(WS-MON-SUB) = WS-THIS-MONTH
                   SET MONTH-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF MONTH-FOUND
               SUBTRACT 1 FROM WS-MON-SUB
           ELSE
               IF WS-MON-TOTAL < WS-MON-MAX
                   ADD 1 TO WS-MON-TOTAL
                   MOVE WS-MON-TOTAL TO WS-MON-SUB
                   MOVE WS-THIS-MONTH TO MON-T-MONTH(WS-MON-SUB)
                   MOVE ZERO TO MON-T-ISSUED(WS-MON-SUB)
                   MOVE ZERO TO MON-T-CONVERTED(WS-MON-SUB)
                   MOVE ZERO TO MON-T-EXPIRED(WS-MON-SUB)
                   MOVE ZERO TO MON-T-OPEN(WS-MON-SUB)
                   SET MONTH-FOUND TO TRUE
               END-IF
           END-IF.
       END PROGRAM QUOTERPT.
