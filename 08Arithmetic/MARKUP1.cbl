      *          layout (code, new price, effective date = next
      *          business day) so the PRCHG catalog repricing batch
      *          can take this run's output as its input.
      *          The command line chooses the pricing mode: MODE NAME
      *          FLOOR CEILING. BAND (the default) prices from the
      *          rate bands as above; CURVE prices each line at a
      *          named PolyLibrary.dat polynomial evaluated at the
      *          line quantity - a smooth unit price instead of the
      *          cliff at each band edge - held between the floor and
      *          ceiling prices (default 0.01 and 99999.99) so the
      *          curve cannot go negative or run away. Whenever a
      *          curve is named both prices go side by side on
      *          Markup.rpt, so BAND NAME shows what the curve would
      *          have charged before pricing is switched over, and
      *          NewPrices.dat takes the price of the mode chosen.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       SELECT BAND-FILE ASSIGN TO "RateBands.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BND-FILESTATUS.
       SELECT POLY-LIBRARY ASSIGN TO "PolyLibrary.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS POLY-LIB-KEY
           FILE STATUS IS LIB-FILESTATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PRICE-FILE.
       01 PRICE-LINE PIC X(20).
       FD MARKUP-REPORT.
       01 RPT-LINE PIC X(80).
       FD NEWPRICE-FILE.
       01 NEWPRICE-RECORD.
           05 NEW-ITEM-CODE PIC X(5).
           05 NEW-EFF-DATE PIC 9(8).
       FD BAND-FILE.
       01 BAND-LINE PIC X(30).
       FD POLY-LIBRARY.
       01 POLY-LIB-RECORD.
       05 POLY-LIB-KEY.
           10 POLY-LIB-NAME     PIC X(20).
           10 POLY-LIB-RUN-DATE PIC 9(8).
       05 POLY-LIB-DEGREE       PIC 99.
       05 POLY-LIB-COEFFS       PIC X(150).
       WORKING-STORAGE SECTION.
       01  A PIC S9(5)V99.
      *    A HOLDS THE ITEM PRICE, MULTIPLIED BY THE RATE BELOW - SAME
       01  WS-CAL-FUNC PIC X(1).
       01  WS-EFF-DATE PIC 9(8).
       01  WS-CAL-FLAG PIC X(1).
      *
      *    PRICING MODE FROM THE COMMAND LINE, AND THE CURVE IT NAMES.
       01  WS-CMD-LINE PIC X(80).
       01  WS-PRICE-MODE PIC X(5) VALUE "BAND".
           88 BAND-MODE VALUE "BAND".
           88 CURVE-MODE VALUE "CURVE".
       01  WS-CURVE-NAME PIC X(20) VALUE SPACES.
       01  WS-FLOOR-TXT PIC X(10) VALUE SPACES.
       01  WS-CEIL-TXT PIC X(10) VALUE SPACES.
       01  WS-FLOOR-PRICE PIC S9(5)V99 VALUE 0.01.
       01  WS-CEIL-PRICE PIC S9(5)V99 VALUE 99999.99.
       01  LIB-FILESTATUS PIC X(02).
       01  WS-LIB-FOUND PIC X(1) VALUE 'N'.
           88 LIB-ENTRY-FOUND VALUE 'Y'.
       01  WS-LIB-EOF PIC X(1).
           88 LIB-SCAN-DONE VALUE 'Y'.
       01  WS-FIT-POLY.
           05 WS-FIT-ROWS OCCURS 30 TIMES.
               10 WS-FIT-CELL PIC S9(3)V99.
       01  WS-FIT-TERMS PIC 99 VALUE ZERO.
       01  WS-CNT PIC 99.
       01  ACCUMULATOR PIC S9(8)V99.
       01  WS-CURVE-PRICE PIC S9(5)V99.
       01  WS-CURVE-HELD PIC X(1).
       01  WS-CURVE-LINES PIC 9(5) VALUE ZERO.
       01  WS-FLOOR-LINES PIC 9(5) VALUE ZERO.
       01  WS-CEIL-LINES PIC 9(5) VALUE ZERO.
       01  RPT-MODE-LINE.
           05 FILLER        PIC X(14) VALUE "PRICING MODE: ".
           05 RPT-MODE      PIC X(6).
           05 FILLER        PIC X(7) VALUE "CURVE: ".
           05 RPT-MODE-CURVE PIC X(20).
           05 FILLER        PIC X(7) VALUE " FLOOR ".
           05 RPT-MODE-FLOOR PIC ZZZZ9.99.
           05 FILLER        PIC X(9) VALUE " CEILING ".
           05 RPT-MODE-CEIL PIC ZZZZ9.99.
       01  RPT-CURVE-LINE.
           05 FILLER        PIC X(20) VALUE "CURVE PRICED LINES ".
           05 RPT-CRV-LINES PIC ZZZZ9.
           05 FILLER        PIC X(18) VALUE "  HELD AT FLOOR ".
           05 RPT-CRV-FLOOR PIC ZZZZ9.
           05 FILLER        PIC X(18) VALUE "  HELD AT CEILING ".
           05 RPT-CRV-CEIL  PIC ZZZZ9.
       01  RPT-DETAIL-LINE.
           05 RPT-ITEM-CODE PIC X(7).
           05 RPT-OLD-PRICE PIC -9(5).99.
           05 RPT-NEW-PRICE PIC -9(5).99.
           05 FILLER        PIC X(7) VALUE "  BAND ".
           05 RPT-BAND      PIC Z9.
      *    THE CURVE PRICE BESIDE THE BAND PRICE (F OR C WHEN HELD AT
      *    THE FLOOR OR CEILING) AND THE MODE NEWPRICES.DAT TOOK.
           05 RPT-CURVE-PART.
               10 FILLER          PIC X(2) VALUE SPACES.
               10 RPT-CURVE-PRICE PIC -9(5).99.
               10 RPT-CURVE-HELD  PIC X(1).
               10 FILLER          PIC X(2) VALUE SPACES.
               10 RPT-CHOSEN      PIC X(5).
       01  RPT-BAND-LINE.
           05 FILLER        PIC X(5) VALUE "BAND ".
           05 RPT-SUM-BAND  PIC Z9.
           05 RPT-SUM-USED  PIC ZZZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
       IF WS-CMD-LINE NOT = SPACES
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-PRICE-MODE WS-CURVE-NAME WS-FLOOR-TXT
                   WS-CEIL-TXT
           END-UNSTRING
       END-IF.
       IF WS-PRICE-MODE = SPACES
           MOVE "BAND" TO WS-PRICE-MODE
       END-IF.
       IF NOT BAND-MODE AND NOT CURVE-MODE
           DISPLAY " PRICING MODE " WS-PRICE-MODE
               " IS NEITHER BAND NOR CURVE - NOTHING PRICED "
           STOP RUN
       END-IF.
       IF CURVE-MODE AND WS-CURVE-NAME = SPACES
           DISPLAY " CURVE PRICING NEEDS A PRICE CURVE NAME "
           STOP RUN
       END-IF.
       IF WS-FLOOR-TXT NOT = SPACES
           COMPUTE WS-FLOOR-PRICE = FUNCTION NUMVAL(WS-FLOOR-TXT)
       END-IF.
       IF WS-CEIL-TXT NOT = SPACES
           COMPUTE WS-CEIL-PRICE = FUNCTION NUMVAL(WS-CEIL-TXT)
       END-IF.
       IF WS-FLOOR-PRICE NOT > ZERO
               OR WS-CEIL-PRICE < WS-FLOOR-PRICE
           DISPLAY " CURVE FLOOR " WS-FLOOR-TXT " AND CEILING "
               WS-CEIL-TXT " DO NOT MAKE A PRICE RANGE "
           STOP RUN
       END-IF.
       IF WS-CURVE-NAME NOT = SPACES
           PERFORM FETCH-CURVE-PARA THRU FETCH-CURVE-EXIT
           IF NOT LIB-ENTRY-FOUND
               DISPLAY " PRICE CURVE " WS-CURVE-NAME
                   " IS NOT ON POLYLIBRARY.DAT "
               IF CURVE-MODE
                   DISPLAY " NOTHING PRICED "
                   STOP RUN
               END-IF
               MOVE SPACES TO WS-CURVE-NAME
           END-IF
       END-IF.
       DISPLAY "PRICING MODE : " WS-PRICE-MODE " " WS-CURVE-NAME.
       OPEN INPUT PRICE-FILE.
       IF PRC-FILESTATUS NOT = "00"
           DISPLAY " PRICE FILE NOT FOUND "
           PERFORM LOAD-BANDS-PARA
           OPEN OUTPUT MARKUP-REPORT
           OPEN OUTPUT NEWPRICE-FILE
           IF WS-CURVE-NAME NOT = SPACES
               MOVE WS-PRICE-MODE TO RPT-MODE
               MOVE WS-CURVE-NAME TO RPT-MODE-CURVE
               MOVE WS-FLOOR-PRICE TO RPT-MODE-FLOOR
               MOVE WS-CEIL-PRICE TO RPT-MODE-CEIL
               WRITE RPT-LINE FROM RPT-MODE-LINE
           END-IF
           PERFORM APPLY-MARKUP-PARA THRU APPLY-MARKUP-EXIT
               UNTIL PRC-END-OF-FILE
           PERFORM WRITE-BAND-SUMMARY-PARA
           IF WS-CURVE-NAME NOT = SPACES
               MOVE WS-CURVE-LINES TO RPT-CRV-LINES
               MOVE WS-FLOOR-LINES TO RPT-CRV-FLOOR
               MOVE WS-CEIL-LINES TO RPT-CRV-CEIL
               WRITE RPT-LINE FROM RPT-CURVE-LINE
           END-IF
           CLOSE PRICE-FILE
           CLOSE NEWPRICE-FILE
           CLOSE MARKUP-REPORT
               MOVE B TO RPT-RATE
               MOVE WS-NEW-PRICE TO RPT-NEW-PRICE
               MOVE WS-BAND-PICKED TO RPT-BAND
               MOVE SPACES TO RPT-CURVE-PART
               IF WS-CURVE-NAME NOT = SPACES
                   PERFORM CURVE-PRICE-PARA
                   MOVE WS-CURVE-PRICE TO RPT-CURVE-PRICE
                   MOVE WS-CURVE-HELD TO RPT-CURVE-HELD
                   MOVE WS-PRICE-MODE TO RPT-CHOSEN
               END-IF
               WRITE RPT-LINE FROM RPT-DETAIL-LINE
               IF CURVE-MODE
                   MOVE WS-CURVE-PRICE TO WS-NEW-PRICE
               END-IF
               MOVE SPACES TO NEWPRICE-RECORD
               MOVE WS-ITEM-CODE TO NEW-ITEM-CODE
               MOVE WS-NEW-PRICE TO NEW-PRICE
       END-READ.
       APPLY-MARKUP-EXIT.
       EXIT.

      *    THE CURVE'S UNIT PRICE AT THE LINE QUANTITY. THE CELLS
      *    CARRY COEFFICIENTS OF DESCENDING POWERS, SO THE VALUE
      *    BUILDS UP HORNER-STYLE; A VALUE TOO BIG TO HOLD IS TAKEN
      *    AS ABOVE THE CEILING.
       CURVE-PRICE-PARA.
       MOVE SPACE TO WS-CURVE-HELD
       MOVE ZERO TO ACCUMULATOR
       PERFORM VARYING WS-CNT FROM 1 BY 1
               UNTIL WS-CNT > WS-FIT-TERMS
           COMPUTE ACCUMULATOR = ACCUMULATOR * WS-QTY
               + WS-FIT-CELL(WS-CNT)
               ON SIZE ERROR
                   MOVE 'C' TO WS-CURVE-HELD
           END-COMPUTE
       END-PERFORM
       ADD 1 TO WS-CURVE-LINES
       EVALUATE TRUE
       WHEN WS-CURVE-HELD = 'C' OR ACCUMULATOR > WS-CEIL-PRICE
           MOVE 'C' TO WS-CURVE-HELD
           MOVE WS-CEIL-PRICE TO WS-CURVE-PRICE
           ADD 1 TO WS-CEIL-LINES
       WHEN ACCUMULATOR < WS-FLOOR-PRICE
           MOVE 'F' TO WS-CURVE-HELD
           MOVE WS-FLOOR-PRICE TO WS-CURVE-PRICE
           ADD 1 TO WS-FLOOR-LINES
       WHEN OTHER
           COMPUTE WS-CURVE-PRICE ROUNDED = ACCUMULATOR
       END-EVALUATE.

      *    THE NEWEST ENTRY SAVED UNDER THE CURVE NAME, AS WORKFCST
      *    FETCHES ITS TREND.
       FETCH-CURVE-PARA.
       MOVE 'N' TO WS-LIB-FOUND
       MOVE 'N' TO WS-LIB-EOF
       OPEN INPUT POLY-LIBRARY
       IF LIB-FILESTATUS NOT = "00"
           GO TO FETCH-CURVE-EXIT
       END-IF
       MOVE WS-CURVE-NAME TO POLY-LIB-NAME
       MOVE ZERO TO POLY-LIB-RUN-DATE
       START POLY-LIBRARY KEY IS NOT LESS THAN POLY-LIB-KEY
           INVALID KEY
               SET LIB-SCAN-DONE TO TRUE
       END-START
       PERFORM SCAN-CURVE-PARA UNTIL LIB-SCAN-DONE
       CLOSE POLY-LIBRARY.
       FETCH-CURVE-EXIT.
       EXIT.

       SCAN-CURVE-PARA.
       READ POLY-LIBRARY NEXT RECORD
           AT END
               SET LIB-SCAN-DONE TO TRUE
           NOT AT END
               IF POLY-LIB-NAME = WS-CURVE-NAME
                   SET LIB-ENTRY-FOUND TO TRUE
                   MOVE POLY-LIB-COEFFS TO WS-FIT-POLY
                   MOVE POLY-LIB-DEGREE TO WS-FIT-TERMS
               ELSE
                   SET LIB-SCAN-DONE TO TRUE
               END-IF
       END-READ.
       END PROGRAM MARKUP1.
