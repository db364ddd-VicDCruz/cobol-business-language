      ******************************************************************
      * Author:
      * Date:
      * Purpose: ABC classification proposal - the quarterly run that
      *          sets each item's cycle-count class from what it is
      *          worth to the business instead of leaving it at the
      *          'C' STKCONV defaulted. Every item on StockMaster.dat
      *          is ranked by its usage value: the units issued on
      *          the StockMove.dat journal over the last N days
      *          (command line, default 365) times the item's first
      *          catalog price from Catalog.dat. Walking down the
      *          ranking, the items that make up the first
      *          ABC-A-PCT percent of the cumulative value (GETPARM,
      *          default 80) are class 'A', the next ABC-B-PCT
      *          percent (default 15) class 'B' and the rest - with
      *          every item that did not move - class 'C'. AbcCalc.rpt
      *          prints the Pareto table with the current and the
      *          proposed class per item and a summary per class, and
      *          the AbcProposed.dat file carries one line (item,
      *          class) per proposed change. Nothing touches the stock
      *          master here: the operator copies the lines they
      *          approve to AbcApproved.dat and the ABCAPPLY step
      *          posts them - the ROPCALC / ROPAPPLY gate.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCCALC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT STOCK-MASTER ASSIGN TO "StockMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS STK-KEY
           FILE STATUS IS STK-FILESTATUS.
       SELECT MOVEMENT-FILE ASSIGN TO "StockMove.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MOV-FILESTATUS.
       SELECT CATALOG-FILE ASSIGN TO "Catalog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CAT-FILESTATUS.
       SELECT PROPOSED-FILE ASSIGN TO "AbcProposed.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PRP-FILESTATUS.
       SELECT CALC-REPORT ASSIGN TO "AbcCalc.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RPT-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STOCK-MASTER.
       COPY STKREC REPLACING ==:REC:== BY ==STOCK-RECORD==.
       FD MOVEMENT-FILE.
       01 MOVEMENT-RECORD.
           05 MOV-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 MOV-TIME PIC 9(8).
           05 FILLER PIC X(1).
           05 MOV-ITEM PIC X(5).
           05 FILLER PIC X(1).
           05 MOV-TYPE PIC X(1).
           05 FILLER PIC X(1).
           05 MOV-QTY PIC X(5).
           05 FILLER PIC X(1).
           05 MOV-PROGRAM PIC X(9).
           05 FILLER PIC X(1).
           05 MOV-REF PIC X(10).
       FD CATALOG-FILE.
       01 CATALOG-LINE PIC X(50).
       FD PROPOSED-FILE.
       01 PROPOSED-RECORD.
           05 PRP-ITEM PIC X(5).
           05 FILLER PIC X(1).
           05 PRP-CLASS PIC X(1).
       FD CALC-REPORT.
       01 RPT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
      *    THE SAME ARTICLE/CODE TABLE SHAPE TABL4 LOADS, PRICES AND
      *    ALL.
       01 WS-TABLE .
           02 WS-ARTICLE OCCURS 2.
               03 NAME-ARTICLE PIC X(5).
               03 WS-CODE OCCURS 3.
                   04 CODE-VAL PIC X(5).
                   04 WS-PRICE OCCURS 2 PIC X(5).
       01 STK-FILESTATUS PIC X(02).
       01 MOV-FILESTATUS PIC X(02).
       01 CAT-FILESTATUS PIC X(02).
       01 PRP-FILESTATUS PIC X(02).
       01 RPT-FILESTATUS PIC X(02).
       01 STK-EOF PIC X VALUE 'N'.
           88 STK-END-OF-FILE VALUE 'Y'.
       01 MOV-EOF PIC X VALUE 'N'.
           88 MOV-END-OF-FILE VALUE 'Y'.
       01 CAT-EOF PIC X VALUE 'N'.
           88 CAT-END-OF-FILE VALUE 'Y'.
      *
       01 WS-ARTICLE-NAME-IN PIC X(5).
       01 WS-CODE-IN PIC X(5).
       01 WS-PRICE1-IN PIC X(5).
       01 WS-PRICE2-IN PIC X(5).
       01 WS-PREV-ARTICLE-NAME PIC X(5) VALUE SPACES.
       01 WS-ARTICLE-IDX PIC 9 VALUE ZERO.
       01 WS-CODE-IDX PIC 9 VALUE ZERO.
       01 WS-LKP-A-IDX PIC 9.
       01 WS-LKP-C-IDX PIC 9.
       01 WS-FOUND-FLAG PIC X VALUE 'N'.
           88 CODE-FOUND VALUE 'Y'.
      *
       01 WS-CMD-LINE PIC X(80).
       01 WS-DAYS-X PIC X(5).
       01 WS-PERIOD-DAYS PIC 9(3) VALUE 365.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-TODAY-INT PIC 9(7).
       01 WS-MOVE-INT PIC 9(7).
       01 WS-AGE-DAYS PIC S9(5).
       01 WS-MOVE-QTY PIC S9(5).
       01 WS-PARM-KEY PIC X(16).
       01 WS-PARM-VALUE PIC 9(5).
       01 WS-PARM-DEFAULT PIC 9(5).
       01 WS-PARM-FOUND PIC X(1).
       01 WS-A-PCT PIC 9(3).
       01 WS-B-PCT PIC 9(3).
       01 WS-AB-PCT PIC 9(3).
      *
      *    ONE ENTRY PER ITEM ON THE STOCK MASTER, WHATEVER ITS
      *    WAREHOUSES; THE CLASS IS THE ITEM'S, SO AN ITEM HELD IN
      *    TWO WAREHOUSES WHOSE CLASSES DISAGREE SHOWS '*'. RANKED
      *    HIGHEST VALUE FIRST BY A SIMPLE EXCHANGE SORT - THE
      *    CYCLECNT WAY, THE TABLE IS MODEST.
       01 ITM-TABLE.
           05 ITM-ENTRY OCCURS 200 TIMES.
               10 ITM-T-ITEM PIC X(5).
               10 ITM-T-CURRENT PIC X(1).
               10 ITM-T-PROPOSED PIC X(1).
               10 ITM-T-PRICED PIC X(1).
               10 ITM-T-ISSUED PIC S9(7).
               10 ITM-T-PRICE PIC 9(5)V99.
               10 ITM-T-VALUE PIC 9(9)V99.
       01 WS-ITM-TOTAL PIC 9(3) VALUE ZERO.
       01 WS-ITM-MAX PIC 9(3) VALUE 200.
       01 WS-ITM-SUB PIC 9(3).
       01 WS-ITM-SCAN PIC 9(3).
       01 WS-ITM-SKIPPED PIC 9(5) VALUE ZERO.
       01 WS-ITM-FOUND-SW PIC X(1).
           88 ITEM-FOUND VALUE 'Y'.
       01 WS-SWAP-ENTRY.
           05 FILLER PIC X(5).
           05 FILLER PIC X(1).
           05 FILLER PIC X(1).
           05 FILLER PIC X(1).
           05 FILLER PIC S9(7).
           05 FILLER PIC 9(5)V99.
           05 FILLER PIC 9(9)V99.
       01 WS-THIS-CLASS PIC X(1).
      *
      *    VALUE AND ITEM COUNT PER CLASS: SLOT 1 = 'A', 2 = 'B',
      *    3 = 'C'.
       01 CLS-TABLE.
           05 CLS-ENTRY OCCURS 3 TIMES.
               10 CLS-T-ITEMS PIC 9(5) VALUE ZERO.
               10 CLS-T-VALUE PIC 9(11)V99 VALUE ZERO.
       01 WS-CLASS-SUB PIC 9(1).
      *
       01 WS-TOTAL-VALUE PIC 9(11)V99 VALUE ZERO.
       01 WS-CUM-VALUE PIC 9(11)V99 VALUE ZERO.
       01 WS-CUM-BEFORE-PCT PIC 9(3)V99.
       01 WS-ITEM-PCT PIC 9(3)V99.
       01 WS-CUM-PCT PIC 9(3)V99.
       01 WS-NOT-ON-MASTER PIC 9(5) VALUE ZERO.
       01 WS-PROPOSED-COUNT PIC 9(3) VALUE ZERO.
      *
       01 RPT-HEADER-1.
           05 FILLER PIC X(30) VALUE "ABC CLASSIFICATION - ".
           05 RPT-HDR-DATE PIC 9(8).
           05 FILLER PIC X(7) VALUE " DAYS ".
           05 RPT-HDR-DAYS PIC ZZ9.
       01 RPT-HEADER-2.
           05 FILLER PIC X(20) VALUE "CUT-OFFS: A UP TO ".
           05 RPT-HDR-A-PCT PIC ZZ9.
           05 FILLER PIC X(15) VALUE " PCT, B UP TO ".
           05 RPT-HDR-AB-PCT PIC ZZ9.
           05 FILLER PIC X(17) VALUE " PCT CUMULATIVE".
       01 RPT-HEADER-3.
           05 FILLER PIC X(11) VALUE "RANK ITEM".
           05 FILLER PIC X(9) VALUE "   ISSUED".
           05 FILLER PIC X(9) VALUE "    PRICE".
           05 FILLER PIC X(14) VALUE "         VALUE".
           05 FILLER PIC X(8) VALUE "    PCT".
           05 FILLER PIC X(8) VALUE "  CUM".
           05 FILLER PIC X(14) VALUE "CUR NEW".
       01 RPT-DETAIL-LINE.
           05 RPT-RANK PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RPT-ITEM PIC X(6).
           05 RPT-ISSUED PIC -(7)9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-PRICE PIC ZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-VALUE PIC Z(9)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-PCT PIC ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-CUM PIC ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RPT-CURRENT PIC X(1).
           05 FILLER PIC X(3) VALUE SPACES.
           05 RPT-PROPOSED PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-NOTE PIC X(12).
       01 RPT-CLASS-LINE.
           05 FILLER PIC X(7) VALUE "CLASS ".
           05 RPT-CLASS PIC X(1).
           05 FILLER PIC X(8) VALUE " ITEMS ".
           05 RPT-CLASS-ITEMS PIC ZZZZ9.
           05 FILLER PIC X(8) VALUE " VALUE ".
           05 RPT-CLASS-VALUE PIC Z(10)9.99.
           05 FILLER PIC X(7) VALUE " SHARE ".
           05 RPT-CLASS-PCT PIC ZZ9.99.
           05 FILLER PIC X(2) VALUE " %".
       01 RPT-COUNT-LINE.
           05 RPT-COUNT-LABEL PIC X(30).
           05 RPT-COUNT-VALUE PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE INTO WS-DAYS-X
           END-UNSTRING.
           IF WS-DAYS-X NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-DAYS-X) TO WS-PERIOD-DAYS
           END-IF.
           IF WS-PERIOD-DAYS = ZERO
               MOVE 365 TO WS-PERIOD-DAYS
           END-IF.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).
           MOVE "ABC-A-PCT" TO WS-PARM-KEY.
           MOVE 80 TO WS-PARM-DEFAULT.
           CALL "GETPARM" USING WS-PARM-KEY, WS-PARM-VALUE,
               WS-PARM-DEFAULT, WS-PARM-FOUND
           END-CALL.
           MOVE WS-PARM-VALUE TO WS-A-PCT.
           MOVE "ABC-B-PCT" TO WS-PARM-KEY.
           MOVE 15 TO WS-PARM-DEFAULT.
           CALL "GETPARM" USING WS-PARM-KEY, WS-PARM-VALUE,
               WS-PARM-DEFAULT, WS-PARM-FOUND
           END-CALL.
           MOVE WS-PARM-VALUE TO WS-B-PCT.
           DISPLAY "PARM ABC-A-PCT = " WS-A-PCT.
           DISPLAY "PARM ABC-B-PCT = " WS-B-PCT.
           IF WS-A-PCT + WS-B-PCT > 100
               DISPLAY "*** ABC-A-PCT PLUS ABC-B-PCT EXCEEDS 100 - "
               DISPLAY "*** CORRECT SYSTEMCONFIG.DAT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WS-AB-PCT = WS-A-PCT + WS-B-PCT.
           PERFORM LOAD-CATALOG-DRIVER-PARA.
           PERFORM LOAD-ITEMS-PARA.
      *    AN ITEM LEFT OFF THE TABLE WOULD DROP OUT OF THE RANKING
      *    AND SHIFT EVERY CUT-OFF, SO THE RUN IS REFUSED.
           IF WS-ITM-SKIPPED > ZERO
               DISPLAY "*** MORE THAN " WS-ITM-MAX " ITEMS ON "
               DISPLAY "*** STOCKMASTER.DAT - RUN REFUSED, RAISE THE "
               DISPLAY "*** TABLE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-USAGE-PARA.
           PERFORM VALUE-ITEMS-PARA
               VARYING WS-ITM-SUB FROM 1 BY 1
               UNTIL WS-ITM-SUB > WS-ITM-TOTAL.
           PERFORM SORT-ITEMS-PARA.
           OPEN OUTPUT PROPOSED-FILE.
           OPEN OUTPUT CALC-REPORT.
           MOVE WS-TODAY-DATE TO RPT-HDR-DATE.
           MOVE WS-PERIOD-DAYS TO RPT-HDR-DAYS.
           WRITE RPT-LINE FROM RPT-HEADER-1.
           MOVE WS-A-PCT TO RPT-HDR-A-PCT.
           MOVE WS-AB-PCT TO RPT-HDR-AB-PCT.
           WRITE RPT-LINE FROM RPT-HEADER-2.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           WRITE RPT-LINE FROM RPT-HEADER-3.
           PERFORM CLASSIFY-ONE-PARA
               VARYING WS-ITM-SUB FROM 1 BY 1
               UNTIL WS-ITM-SUB > WS-ITM-TOTAL.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM PRINT-CLASS-PARA
               VARYING WS-CLASS-SUB FROM 1 BY 1
               UNTIL WS-CLASS-SUB > 3.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "ITEMS RANKED                : " TO RPT-COUNT-LABEL.
           MOVE WS-ITM-TOTAL TO RPT-COUNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           MOVE "CLASS CHANGES PROPOSED      : " TO RPT-COUNT-LABEL.
           MOVE WS-PROPOSED-COUNT TO RPT-COUNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           MOVE "ISSUES FOR ITEMS NOT ON FILE: " TO RPT-COUNT-LABEL.
           MOVE WS-NOT-ON-MASTER TO RPT-COUNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           CLOSE CALC-REPORT.
           CLOSE PROPOSED-FILE.
           DISPLAY "ITEMS RANKED       : " WS-ITM-TOTAL.
           DISPLAY "CHANGES PROPOSED   : " WS-PROPOSED-COUNT.
           DISPLAY "REVIEW ABCCALC.RPT, COPY APPROVED LINES TO "
               "ABCAPPROVED.DAT, THEN RUN ABCAPPLY".
           STOP RUN.

      *    THE CLASS IS SET BY THE CUMULATIVE SHARE OF THE ITEMS
      *    RANKED ABOVE THIS ONE, SO THE ITEM THAT CROSSES A CUT-OFF
      *    STAYS IN THE HIGHER CLASS AND THE TOP ITEM IS ALWAYS 'A'.
      *    AN ITEM WITH NO USAGE VALUE IS 'C' WHATEVER ITS RANK.
       CLASSIFY-ONE-PARA.
           IF WS-TOTAL-VALUE = ZERO
               MOVE ZERO TO WS-CUM-BEFORE-PCT
               MOVE ZERO TO WS-ITEM-PCT
           ELSE
               COMPUTE WS-CUM-BEFORE-PCT ROUNDED =
                   WS-CUM-VALUE * 100 / WS-TOTAL-VALUE
               COMPUTE WS-ITEM-PCT ROUNDED =
                   ITM-T-VALUE(WS-ITM-SUB) * 100 / WS-TOTAL-VALUE
           END-IF.
           ADD ITM-T-VALUE(WS-ITM-SUB) TO WS-CUM-VALUE.
           IF WS-TOTAL-VALUE = ZERO
               MOVE ZERO TO WS-CUM-PCT
           ELSE
               COMPUTE WS-CUM-PCT ROUNDED =
                   WS-CUM-VALUE * 100 / WS-TOTAL-VALUE
           END-IF.
           EVALUATE TRUE
           WHEN ITM-T-VALUE(WS-ITM-SUB) = ZERO
               MOVE 'C' TO WS-THIS-CLASS
               MOVE 3 TO WS-CLASS-SUB
           WHEN WS-CUM-BEFORE-PCT < WS-A-PCT
               MOVE 'A' TO WS-THIS-CLASS
               MOVE 1 TO WS-CLASS-SUB
           WHEN WS-CUM-BEFORE-PCT < WS-AB-PCT
               MOVE 'B' TO WS-THIS-CLASS
               MOVE 2 TO WS-CLASS-SUB
           WHEN OTHER
               MOVE 'C' TO WS-THIS-CLASS
               MOVE 3 TO WS-CLASS-SUB
           END-EVALUATE.
           MOVE WS-THIS-CLASS TO ITM-T-PROPOSED(WS-ITM-SUB).
           ADD 1 TO CLS-T-ITEMS(WS-CLASS-SUB).
           ADD ITM-T-VALUE(WS-ITM-SUB) TO CLS-T-VALUE(WS-CLASS-SUB).
           MOVE WS-ITM-SUB TO RPT-RANK.
           MOVE ITM-T-ITEM(WS-ITM-SUB) TO RPT-ITEM.
           MOVE ITM-T-ISSUED(WS-ITM-SUB) TO RPT-ISSUED.
           MOVE ITM-T-PRICE(WS-ITM-SUB) TO RPT-PRICE.
           MOVE ITM-T-VALUE(WS-ITM-SUB) TO RPT-VALUE.
           MOVE WS-ITEM-PCT TO RPT-PCT.
           MOVE WS-CUM-PCT TO RPT-CUM.
           MOVE ITM-T-CURRENT(WS-ITM-SUB) TO RPT-CURRENT.
           MOVE WS-THIS-CLASS TO RPT-PROPOSED.
           MOVE SPACES TO RPT-NOTE.
           IF ITM-T-PRICED(WS-ITM-SUB) NOT = 'Y'
               MOVE "NOT ON CAT" TO RPT-NOTE
           END-IF.
           IF ITM-T-CURRENT(WS-ITM-SUB) NOT = WS-THIS-CLASS
               MOVE "*** CHANGE" TO RPT-NOTE
               ADD 1 TO WS-PROPOSED-COUNT
               MOVE SPACES TO PROPOSED-RECORD
               MOVE ITM-T-ITEM(WS-ITM-SUB) TO PRP-ITEM
               MOVE WS-THIS-CLASS TO PRP-CLASS
               WRITE PROPOSED-RECORD
           END-IF.
           WRITE RPT-LINE FROM RPT-DETAIL-LINE.

       PRINT-CLASS-PARA.
           EVALUATE WS-CLASS-SUB
           WHEN 1
               MOVE 'A' TO RPT-CLASS
           WHEN 2
               MOVE 'B' TO RPT-CLASS
           WHEN OTHER
               MOVE 'C' TO RPT-CLASS
           END-EVALUATE.
           MOVE CLS-T-ITEMS(WS-CLASS-SUB) TO RPT-CLASS-ITEMS.
           MOVE CLS-T-VALUE(WS-CLASS-SUB) TO RPT-CLASS-VALUE.
           IF WS-TOTAL-VALUE = ZERO
               MOVE ZERO TO RPT-CLASS-PCT
           ELSE
               COMPUTE RPT-CLASS-PCT ROUNDED =
                   CLS-T-VALUE(WS-CLASS-SUB) * 100 / WS-TOTAL-VALUE
           END-IF.
           WRITE RPT-LINE FROM RPT-CLASS-LINE.

      *    ISSUES ARE JOURNALLED NEGATIVE, SO THEY ARE SUBTRACTED TO
      *    GIVE UNITS ISSUED; A CUSTOMER RETURN IS NOT USAGE AND IS
      *    LEFT OUT WITH THE OTHER MOVEMENT TYPES.
       VALUE-ITEMS-PARA.
           MOVE ITM-T-ITEM(WS-ITM-SUB) TO WS-CODE-IN.
           PERFORM FIND-CATALOG-CODE-PARA.
           IF CODE-FOUND
               MOVE 'Y' TO ITM-T-PRICED(WS-ITM-SUB)
               COMPUTE ITM-T-PRICE(WS-ITM-SUB) = FUNCTION NUMVAL
                   (WS-PRICE(WS-LKP-A-IDX, WS-LKP-C-IDX, 1))
           ELSE
               MOVE 'N' TO ITM-T-PRICED(WS-ITM-SUB)
               MOVE ZERO TO ITM-T-PRICE(WS-ITM-SUB)
           END-IF.
           IF ITM-T-ISSUED(WS-ITM-SUB) > ZERO
               COMPUTE ITM-T-VALUE(WS-ITM-SUB) =
                   ITM-T-ISSUED(WS-ITM-SUB) * ITM-T-PRICE(WS-ITM-SUB)
           ELSE
               MOVE ZERO TO ITM-T-VALUE(WS-ITM-SUB)
           END-IF.
           ADD ITM-T-VALUE(WS-ITM-SUB) TO WS-TOTAL-VALUE.

       SORT-ITEMS-PARA.
           PERFORM VARYING WS-ITM-SUB FROM 1 BY 1
                   UNTIL WS-ITM-SUB NOT < WS-ITM-TOTAL
               PERFORM VARYING WS-ITM-SCAN FROM 1 BY 1
                       UNTIL WS-ITM-SCAN NOT < WS-ITM-TOTAL
                   IF ITM-T-VALUE(WS-ITM-SCAN)
                           < ITM-T-VALUE(WS-ITM-SCAN + 1)
                       MOVE ITM-ENTRY(WS-ITM-SCAN) TO WS-SWAP-ENTRY
                       MOVE ITM-ENTRY(WS-ITM-SCAN + 1)
                           TO ITM-ENTRY(WS-ITM-SCAN)
                       MOVE WS-SWAP-ENTRY
                           TO ITM-ENTRY(WS-ITM-SCAN + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       LOAD-ITEMS-PARA.
           OPEN INPUT STOCK-MASTER.
           IF STK-FILESTATUS NOT = "00"
               DISPLAY " STOCKMASTER.DAT NOT FOUND "
               DISPLAY " FILE STATUS IS : " STK-FILESTATUS
               STOP RUN
           END-IF.
           PERFORM LOAD-ONE-ITEM-PARA THRU LOAD-ONE-ITEM-EXIT
               UNTIL STK-END-OF-FILE.
           CLOSE STOCK-MASTER.

       LOAD-ONE-ITEM-PARA.
           READ STOCK-MASTER NEXT RECORD
               AT END
                   SET STK-END-OF-FILE TO TRUE
                   GO TO LOAD-ONE-ITEM-EXIT
           END-READ.
           MOVE STK-COUNT-CLASS TO WS-THIS-CLASS.
           IF WS-THIS-CLASS NOT = 'A' AND WS-THIS-CLASS NOT = 'B'
               MOVE 'C' TO WS-THIS-CLASS
           END-IF.
           MOVE STK-ITEM-CODE TO WS-CODE-IN.
           PERFORM FIND-ITEM-PARA.
           IF ITEM-FOUND
               IF ITM-T-CURRENT(WS-ITM-SUB) NOT = WS-THIS-CLASS
                   MOVE '*' TO ITM-T-CURRENT(WS-ITM-SUB)
               END-IF
               GO TO LOAD-ONE-ITEM-EXIT
           END-IF.
           IF WS-ITM-TOTAL < WS-ITM-MAX
               ADD 1 TO WS-ITM-TOTAL
               MOVE STK-ITEM-CODE TO ITM-T-ITEM(WS-ITM-TOTAL)
               MOVE WS-THIS-CLASS TO ITM-T-CURRENT(WS-ITM-TOTAL)
               MOVE SPACE TO ITM-T-PROPOSED(WS-ITM-TOTAL)
               MOVE 'N' TO ITM-T-PRICED(WS-ITM-TOTAL)
               MOVE ZERO TO ITM-T-ISSUED(WS-ITM-TOTAL)
               MOVE ZERO TO ITM-T-PRICE(WS-ITM-TOTAL)
               MOVE ZERO TO ITM-T-VALUE(WS-ITM-TOTAL)
           ELSE
               ADD 1 TO WS-ITM-SKIPPED
           END-IF.
       LOAD-ONE-ITEM-EXIT.
           EXIT.

       FIND-ITEM-PARA.
           MOVE 'N' TO WS-ITM-FOUND-SW.
           PERFORM VARYING WS-ITM-SUB FROM 1 BY 1
                   UNTIL WS-ITM-SUB > WS-ITM-TOTAL OR ITEM-FOUND
               IF ITM-T-ITEM(WS-ITM-SUB) = WS-CODE-IN
                   SET ITEM-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF ITEM-FOUND
               SUBTRACT 1 FROM WS-ITM-SUB
           END-IF.

      *    ONLY ISSUES COUNT AS USAGE; RECEIPTS, ADJUSTMENTS AND
      *    TRANSFERS ARE SUPPLY-SIDE NOISE.
       LOAD-USAGE-PARA.
           OPEN INPUT MOVEMENT-FILE.
           IF MOV-FILESTATUS NOT = "00"
               DISPLAY " STOCKMOVE.DAT NOT FOUND - EVERY ITEM RANKS "
               DISPLAY " WITH NO USAGE "
           ELSE
               PERFORM LOAD-ONE-MOVE-PARA THRU LOAD-ONE-MOVE-EXIT
                   UNTIL MOV-END-OF-FILE
               CLOSE MOVEMENT-FILE
           END-IF.

       LOAD-ONE-MOVE-PARA.
           READ MOVEMENT-FILE
               AT END
                   SET MOV-END-OF-FILE TO TRUE
                   GO TO LOAD-ONE-MOVE-EXIT
           END-READ.
           IF MOV-TYPE NOT = 'I' OR MOV-DATE NOT NUMERIC
               GO TO LOAD-ONE-MOVE-EXIT
           END-IF.
           COMPUTE WS-MOVE-INT = FUNCTION INTEGER-OF-DATE(MOV-DATE).
           COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-MOVE-INT.
           IF WS-AGE-DAYS > WS-PERIOD-DAYS
               GO TO LOAD-ONE-MOVE-EXIT
           END-IF.
           MOVE MOV-ITEM TO WS-CODE-IN.
           PERFORM FIND-ITEM-PARA.
           IF NOT ITEM-FOUND
               ADD 1 TO WS-NOT-ON-MASTER
               GO TO LOAD-ONE-MOVE-EXIT
           END-IF.
           COMPUTE WS-MOVE-QTY = FUNCTION NUMVAL(MOV-QTY).
           SUBTRACT WS-MOVE-QTY FROM ITM-T-ISSUED(WS-ITM-SUB).
       LOAD-ONE-MOVE-EXIT.
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

      *    WITHOUT THE CATALOG NO ITEM HAS A PRICE AND EVERY ITEM
      *    WOULD FALL TO 'C', SO THE RUN STOPS.
       LOAD-CATALOG-DRIVER-PARA.
           OPEN INPUT CATALOG-FILE.
           IF CAT-FILESTATUS = "00"
               PERFORM LOAD-CATALOG-PARA WITH TEST BEFORE
                   UNTIL CAT-END-OF-FILE
               CLOSE CATALOG-FILE
           ELSE
               DISPLAY " CATALOG FILE NOT FOUND - NO PRICES TO VALUE "
               DISPLAY " USAGE AT "
               STOP RUN
           END-IF.

       LOAD-CATALOG-PARA.
           READ CATALOG-FILE INTO CATALOG-LINE
               AT END
                   SET CAT-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE SPACES TO WS-PRICE1-IN
                   MOVE SPACES TO WS-PRICE2-IN
                   UNSTRING CATALOG-LINE DELIMITED BY SPACE
                       INTO WS-ARTICLE-NAME-IN WS-CODE-IN
                           WS-PRICE1-IN WS-PRICE2-IN
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
                   END-IF
           END-READ.
       END PROGRAM ABCCALC.
