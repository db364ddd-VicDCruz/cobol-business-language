      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly gross-margin analysis. For the month given
      *          on the command line as YYYYMM (default: last month)
      *          it reads every InvoiceHist.dat line dated in the
      *          month and sets the net sales against the cost of
      *          the goods - quantity times the moving-average unit
      *          cost the order batches stamp on the line as it
      *          ships - and prints GrossMargin.rpt with sales, cost
      *          of goods, margin and margin percent by item, by
      *          article group (from the Catalog.dat table TABL4
      *          loads) and by customer (cash sales together), then
      *          the month's totals. A line billed before costs were
      *          kept, or for goods never costed, cannot show a
      *          margin: it is left out of the analysis and its
      *          sales are shown apart so the total still proves to
      *          the sales figures.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARGRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT INVOICE-HIST ASSIGN TO "InvoiceHist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IVH-FILESTATUS.
       SELECT CATALOG-FILE ASSIGN TO "Catalog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CAT-FILESTATUS.
       SELECT MARGIN-REPORT ASSIGN TO "GrossMargin.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RPT-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INVOICE-HIST.
       01 INVOICE-HIST-RECORD.
           05 IVH-NUMBER PIC 9(6).
           05 FILLER PIC X(1).
           05 IVH-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 IVH-CUST PIC X(6).
           05 FILLER PIC X(1).
           05 IVH-ITEM PIC X(5).
           05 FILLER PIC X(1).
           05 IVH-QTY PIC X(5).
           05 FILLER PIC X(1).
           05 IVH-PRICE PIC X(8).
           05 FILLER PIC X(1).
           05 IVH-AMOUNT PIC X(10).
           05 FILLER PIC X(1).
           05 IVH-PROMO PIC X(1).
           05 FILLER PIC X(1).
           05 IVH-TAX-CODE PIC X(1).
           05 FILLER PIC X(1).
           05 IVH-TAX-RATE PIC X(6).
           05 FILLER PIC X(1).
           05 IVH-TAX PIC X(9).
           05 FILLER PIC X(1).
           05 IVH-GROSS PIC X(10).
           05 FILLER PIC X(1).
           05 IVH-COST PIC X(8).
       FD CATALOG-FILE.
       01 CATALOG-LINE PIC X(50).
       FD MARGIN-REPORT.
       01 RPT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 IVH-FILESTATUS PIC X(02).
       01 CAT-FILESTATUS PIC X(02).
       01 RPT-FILESTATUS PIC X(02).
       01 IVH-EOF PIC X VALUE 'N'.
           88 IVH-END-OF-FILE VALUE 'Y'.
       01 CAT-EOF PIC X VALUE 'N'.
           88 CAT-END-OF-FILE VALUE 'Y'.
      *
      *    THE SAME ARTICLE/CODE TABLE SHAPE TABL4 LOADS.
       01 WS-TABLE .
           02 WS-ARTICLE OCCURS 2.
               03 NAME-ARTICLE PIC X(5).
               03 WS-CODE OCCURS 3.
                   04 CODE-VAL PIC X(5).
       01 WS-ARTICLE-NAME-IN PIC X(5).
       01 WS-CODE-IN PIC X(5).
       01 WS-PREV-ARTICLE-NAME PIC X(5) VALUE SPACES.
       01 WS-ARTICLE-IDX PIC 9 VALUE ZERO.
       01 WS-CODE-IDX PIC 9 VALUE ZERO.
       01 WS-LKP-A-IDX PIC 9.
       01 WS-LKP-C-IDX PIC 9.
       01 WS-FOUND-FLAG PIC X VALUE 'N'.
           88 CODE-FOUND VALUE 'Y'.
      *
      *    ONE BUCKET PER ITEM ('I'), ARTICLE GROUP ('G') AND
      *    CUSTOMER ('C') SOLD IN THE MONTH.
       01 MGB-TABLE.
           05 MGB-ENTRY OCCURS 300 TIMES.
               10 MGB-T-TYPE PIC X(1).
               10 MGB-T-KEY PIC X(6).
               10 MGB-T-QTY PIC S9(7).
               10 MGB-T-SALES PIC S9(9)V99.
               10 MGB-T-COST PIC S9(9)V99.
       01 WS-MGB-TOTAL PIC 9(3) VALUE ZERO.
       01 WS-MGB-MAX PIC 9(3) VALUE 300.
       01 WS-MGB-SUB PIC 9(3).
       01 WS-MGB-SKIPPED PIC 9(5) VALUE ZERO.
       01 WS-MGB-FOUND-SW PIC X(1).
           88 MGB-FOUND VALUE 'Y'.
       01 WS-THIS-TYPE PIC X(1).
       01 WS-THIS-KEY PIC X(6).
       01 WS-PRINT-TYPE PIC X(1).
      *
       01 WS-CMD-LINE PIC X(80).
       01 WS-MONTH-X PIC X(6).
       01 WS-MONTH PIC 9(6).
       01 WS-MONTH-R REDEFINES WS-MONTH.
           05 WS-MONTH-YYYY PIC 9(4).
           05 WS-MONTH-MM PIC 9(2).
       01 WS-CURR-DATE PIC 9(8).
       01 WS-CURR-DATE-R REDEFINES WS-CURR-DATE.
           05 WS-CURR-YYYY PIC 9(4).
           05 WS-CURR-MM PIC 9(2).
           05 WS-CURR-DD PIC 9(2).
      *
       01 WS-THIS-QTY PIC S9(5).
       01 WS-THIS-SALES PIC S9(7)V99.
       01 WS-THIS-COST PIC S9(7)V99.
       01 WS-TOTAL-QTY PIC S9(7) VALUE ZERO.
       01 WS-TOTAL-SALES PIC S9(9)V99 VALUE ZERO.
       01 WS-TOTAL-COST PIC S9(9)V99 VALUE ZERO.
       01 WS-UNCOSTED-SALES PIC S9(9)V99 VALUE ZERO.
       01 WS-UNCOSTED-LINES PIC 9(7) VALUE ZERO.
       01 WS-COSTED-LINES PIC 9(7) VALUE ZERO.
       01 WS-MARGIN PIC S9(9)V99.
       01 WS-MARGIN-PCT PIC S9(3)V99.
      *
       01 RPT-HEADER-1.
           05 FILLER PIC X(30) VALUE "GROSS MARGIN ANALYSIS - MONTH ".
           05 RPT-HDR-MONTH PIC 9(6).
       01 RPT-SECTION-LINE.
           05 RPT-SECTION PIC X(30).
       01 RPT-HEADER-2.
           05 FILLER PIC X(15) VALUE "KEY         QTY".
           05 FILLER PIC X(14) VALUE "         SALES".
           05 FILLER PIC X(14) VALUE "    COST GOODS".
           05 FILLER PIC X(14) VALUE "        MARGIN".
           05 FILLER PIC X(8) VALUE "   PCT".
       01 RPT-DETAIL-LINE.
           05 RPT-KEY PIC X(8).
           05 RPT-QTY PIC -(6)9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-SALES PIC -(9)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-COST PIC -(9)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-MARGIN PIC -(9)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-PCT PIC -(3)9.99.
       01 RPT-AMOUNT-LINE.
           05 RPT-AMOUNT-LABEL PIC X(30).
           05 RPT-AMOUNT-VALUE PIC -(9)9.99.
       01 RPT-COUNT-LINE.
           05 RPT-COUNT-LABEL PIC X(30).
           05 RPT-COUNT-VALUE PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           MOVE SPACES TO WS-MONTH-X.
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE INTO WS-MONTH-X
           END-UNSTRING.
      *    THE ANALYSIS IS OF A CLOSED MONTH, SO WITH NO MONTH GIVEN
      *    THE REPORT COVERS LAST MONTH.
           IF WS-MONTH-X = SPACES
               IF WS-CURR-MM = 1
                   COMPUTE WS-MONTH-YYYY = WS-CURR-YYYY - 1
                   MOVE 12 TO WS-MONTH-MM
               ELSE
                   MOVE WS-CURR-YYYY TO WS-MONTH-YYYY
                   COMPUTE WS-MONTH-MM = WS-CURR-MM - 1
               END-IF
           ELSE
               IF WS-MONTH-X NOT NUMERIC
                   DISPLAY "USAGE: MARGRPT [YYYYMM]"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WS-MONTH-X TO WS-MONTH
               IF WS-MONTH-MM < 1 OR WS-MONTH-MM > 12
                   DISPLAY "USAGE: MARGRPT [YYYYMM]"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           PERFORM LOAD-CATALOG-DRIVER-PARA.
           OPEN INPUT INVOICE-HIST.
           IF IVH-FILESTATUS NOT = "00"
               DISPLAY " INVOICEHIST.DAT NOT FOUND - NO HISTORY "
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM READ-INVOICE-PARA THRU READ-INVOICE-EXIT
               UNTIL IVH-END-OF-FILE.
           CLOSE INVOICE-HIST.
      *    A LINE THE TABLE CANNOT PLACE WOULD PRINT A PARTIAL
      *    ANALYSIS AS IF IT WERE WHOLE, SO THE REPORT IS REFUSED.
           IF WS-MGB-SKIPPED > ZERO
               DISPLAY "*** MORE THAN " WS-MGB-MAX " ITEMS, GROUPS "
               DISPLAY "*** AND CUSTOMERS IN THE MONTH - REPORT "
               DISPLAY "*** REFUSED, RAISE THE TABLE"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM PRINT-REPORT-PARA.
           DISPLAY "GROSS MARGIN FOR " WS-MONTH.
           DISPLAY "COSTED LINES        : " WS-COSTED-LINES.
           DISPLAY "LINES WITHOUT COST  : " WS-UNCOSTED-LINES.
           GOBACK.

       READ-INVOICE-PARA.
           READ INVOICE-HIST
               AT END
                   SET IVH-END-OF-FILE TO TRUE
                   GO TO READ-INVOICE-EXIT
           END-READ.
           IF IVH-NUMBER NOT NUMERIC OR IVH-DATE NOT NUMERIC
               GO TO READ-INVOICE-EXIT
           END-IF.
           IF IVH-DATE(1:6) NOT = WS-MONTH
               GO TO READ-INVOICE-EXIT
           END-IF.
           COMPUTE WS-THIS-SALES = FUNCTION NUMVAL(IVH-AMOUNT).
           IF IVH-COST = SPACES
               ADD 1 TO WS-UNCOSTED-LINES
               ADD WS-THIS-SALES TO WS-UNCOSTED-SALES
               GO TO READ-INVOICE-EXIT
           END-IF.
           COMPUTE WS-THIS-QTY = FUNCTION NUMVAL(IVH-QTY).
           COMPUTE WS-THIS-COST ROUNDED =
               WS-THIS-QTY * FUNCTION NUMVAL(IVH-COST).
           ADD 1 TO WS-COSTED-LINES.
           ADD WS-THIS-QTY TO WS-TOTAL-QTY.
           ADD WS-THIS-SALES TO WS-TOTAL-SALES.
           ADD WS-THIS-COST TO WS-TOTAL-COST.
           MOVE 'I' TO WS-THIS-TYPE.
           MOVE IVH-ITEM TO WS-THIS-KEY.
           PERFORM ADD-TO-BUCKET-PARA.
           MOVE 'G' TO WS-THIS-TYPE.
           PERFORM LOOKUP-CODE-PARA.
           IF CODE-FOUND
               MOVE NAME-ARTICLE(WS-LKP-A-IDX) TO WS-THIS-KEY
           ELSE
               MOVE "NOCAT" TO WS-THIS-KEY
           END-IF.
           PERFORM ADD-TO-BUCKET-PARA.
           MOVE 'C' TO WS-THIS-TYPE.
           IF IVH-CUST = SPACES
               MOVE "CASH" TO WS-THIS-KEY
           ELSE
               MOVE IVH-CUST TO WS-THIS-KEY
           END-IF.
           PERFORM ADD-TO-BUCKET-PARA.
       READ-INVOICE-EXIT.
           EXIT.

       ADD-TO-BUCKET-PARA.
           MOVE 'N' TO WS-MGB-FOUND-SW.
           PERFORM VARYING WS-MGB-SUB FROM 1 BY 1
                   UNTIL WS-MGB-SUB > WS-MGB-TOTAL OR MGB-FOUND
               IF MGB-T-TYPE(WS-MGB-SUB) = WS-THIS-TYPE
                       AND MGB-T-KEY(WS-MGB-SUB) = WS-THIS-KEY
                   SET MGB-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF MGB-FOUND
               SUBTRACT 1 FROM WS-MGB-SUB
           ELSE
               IF WS-MGB-TOTAL < WS-MGB-MAX
                   ADD 1 TO WS-MGB-TOTAL
                   MOVE WS-MGB-TOTAL TO WS-MGB-SUB
                   MOVE WS-THIS-TYPE TO MGB-T-TYPE(WS-MGB-SUB)
                   MOVE WS-THIS-KEY TO MGB-T-KEY(WS-MGB-SUB)
                   MOVE ZERO TO MGB-T-QTY(WS-MGB-SUB)
                   MOVE ZERO TO MGB-T-SALES(WS-MGB-SUB)
                   MOVE ZERO TO MGB-T-COST(WS-MGB-SUB)
                   SET MGB-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-MGB-SKIPPED
               END-IF
           END-IF.
           IF MGB-FOUND
               ADD WS-THIS-QTY TO MGB-T-QTY(WS-MGB-SUB)
               ADD WS-THIS-SALES TO MGB-T-SALES(WS-MGB-SUB)
               ADD WS-THIS-COST TO MGB-T-COST(WS-MGB-SUB)
           END-IF.

       PRINT-REPORT-PARA.
           OPEN OUTPUT MARGIN-REPORT.
           MOVE WS-MONTH TO RPT-HDR-MONTH.
           WRITE RPT-LINE FROM RPT-HEADER-1.
           MOVE "BY ITEM" TO RPT-SECTION.
           MOVE 'I' TO WS-PRINT-TYPE.
           PERFORM PRINT-SECTION-PARA.
           MOVE "BY ARTICLE GROUP" TO RPT-SECTION.
           MOVE 'G' TO WS-PRINT-TYPE.
           PERFORM PRINT-SECTION-PARA.
           MOVE "BY CUSTOMER" TO RPT-SECTION.
           MOVE 'C' TO WS-PRINT-TYPE.
           PERFORM PRINT-SECTION-PARA.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "TOTAL" TO RPT-KEY.
           MOVE WS-TOTAL-QTY TO RPT-QTY.
           MOVE WS-TOTAL-SALES TO RPT-SALES.
           MOVE WS-TOTAL-COST TO RPT-COST.
           COMPUTE WS-MARGIN = WS-TOTAL-SALES - WS-TOTAL-COST.
           MOVE WS-MARGIN TO RPT-MARGIN.
           MOVE WS-TOTAL-SALES TO WS-THIS-SALES.
           PERFORM CALC-PERCENT-PARA.
           WRITE RPT-LINE FROM RPT-DETAIL-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "SALES WITHOUT A COST         : " TO RPT-AMOUNT-LABEL.
           MOVE WS-UNCOSTED-SALES TO RPT-AMOUNT-VALUE.
           WRITE RPT-LINE FROM RPT-AMOUNT-LINE.
           MOVE "LINES WITHOUT A COST         : " TO RPT-COUNT-LABEL.
           MOVE WS-UNCOSTED-LINES TO RPT-COUNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           MOVE "TOTAL SALES IN MONTH         : " TO RPT-AMOUNT-LABEL.
           COMPUTE RPT-AMOUNT-VALUE =
               WS-TOTAL-SALES + WS-UNCOSTED-SALES.
           WRITE RPT-LINE FROM RPT-AMOUNT-LINE.
           CLOSE MARGIN-REPORT.

       PRINT-SECTION-PARA.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           WRITE RPT-LINE FROM RPT-SECTION-LINE.
           WRITE RPT-LINE FROM RPT-HEADER-2.
           PERFORM PRINT-BUCKET-PARA THRU PRINT-BUCKET-EXIT
               VARYING WS-MGB-SUB FROM 1 BY 1
               UNTIL WS-MGB-SUB > WS-MGB-TOTAL.

       PRINT-BUCKET-PARA.
           IF MGB-T-TYPE(WS-MGB-SUB) NOT = WS-PRINT-TYPE
               GO TO PRINT-BUCKET-EXIT
           END-IF.
           MOVE MGB-T-KEY(WS-MGB-SUB) TO RPT-KEY.
           MOVE MGB-T-QTY(WS-MGB-SUB) TO RPT-QTY.
           MOVE MGB-T-SALES(WS-MGB-SUB) TO RPT-SALES.
           MOVE MGB-T-COST(WS-MGB-SUB) TO RPT-COST.
           COMPUTE WS-MARGIN =
               MGB-T-SALES(WS-MGB-SUB) - MGB-T-COST(WS-MGB-SUB).
           MOVE WS-MARGIN TO RPT-MARGIN.
           MOVE MGB-T-SALES(WS-MGB-SUB) TO WS-THIS-SALES.
           PERFORM CALC-PERCENT-PARA.
           WRITE RPT-LINE FROM RPT-DETAIL-LINE.
       PRINT-BUCKET-EXIT.
           EXIT.

      *    MARGIN AS A PERCENT OF SALES; NO SALES, NO PERCENT.
       CALC-PERCENT-PARA.
           IF WS-THIS-SALES = ZERO
               MOVE ZERO TO WS-MARGIN-PCT
           ELSE
               COMPUTE WS-MARGIN-PCT ROUNDED =
                   WS-MARGIN * 100 / WS-THIS-SALES
                   ON SIZE ERROR
                       MOVE ZERO TO WS-MARGIN-PCT
               END-COMPUTE
           END-IF.
           MOVE WS-MARGIN-PCT TO RPT-PCT.

      *    THE SEARCH LOOPS STOP ONE PAST THE MATCH, SO BOTH
      *    SUBSCRIPTS ARE WALKED BACK - THE TABL2 CORRECTION.
       LOOKUP-CODE-PARA.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING WS-LKP-A-IDX FROM 1 BY 1
                   UNTIL WS-LKP-A-IDX > 2 OR CODE-FOUND
               PERFORM VARYING WS-LKP-C-IDX FROM 1 BY 1
                       UNTIL WS-LKP-C-IDX > 3 OR CODE-FOUND
                   IF CODE-VAL(WS-LKP-A-IDX, WS-LKP-C-IDX)
                           = IVH-ITEM
                       SET CODE-FOUND TO TRUE
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF CODE-FOUND
               SUBTRACT 1 FROM WS-LKP-C-IDX
               SUBTRACT 1 FROM WS-LKP-A-IDX
           END-IF.

      *    WITHOUT THE CATALOG THE ITEMS AND CUSTOMERS STILL PRINT;
      *    ONLY THE GROUP SECTION FALLS BACK TO NOCAT.
       LOAD-CATALOG-DRIVER-PARA.
           OPEN INPUT CATALOG-FILE.
           IF CAT-FILESTATUS = "00"
               PERFORM LOAD-CATALOG-PARA WITH TEST BEFORE
                   UNTIL CAT-END-OF-FILE
               CLOSE CATALOG-FILE
           ELSE
               DISPLAY " CATALOG FILE NOT FOUND - NO ARTICLE GROUPS "
           END-IF.

       LOAD-CATALOG-PARA.
           READ CATALOG-FILE INTO CATALOG-LINE
               AT END
                   SET CAT-END-OF-FILE TO TRUE
               NOT AT END
                   UNSTRING CATALOG-LINE DELIMITED BY SPACE
                       INTO WS-ARTICLE-NAME-IN WS-CODE-IN
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
                   END-IF
           END-READ.
       END PROGRAM MARGRPT.
