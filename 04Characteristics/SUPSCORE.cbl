      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly supplier performance scorecard. For the
      *          month given on the command line as YYYYMM (default:
      *          last month) it reads the PurchaseOrder.dat lines
      *          RECEIVE posted a receipt against in the month and
      *          sets each line's order date against the date its
      *          latest receipt was stamped. Per supplier it prints
      *          on SupplierScore.rpt the lines received, the lead
      *          time promised on Supplier.dat against the average
      *          actual lead time of the lines closed, the percent
      *          of closed lines received within the promised lead,
      *          the fill rate (quantity received against quantity
      *          ordered) and the over-deliveries and part deliveries
      *          RECEIVE flags on the putaway report. A supplier whose
      *          average actual lead time runs more than
      *          LEAD-OVER-PCT percent (GETPARM, default 20) over the
      *          Supplier.dat figure is listed again at the foot for
      *          the buyer, because the reorder points ROPCALC sets
      *          are built on that lead time.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPSCORE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PO-FILE ASSIGN TO "PurchaseOrder.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PO-FILESTATUS.
       SELECT SUPPLIER-FILE ASSIGN TO "Supplier.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SUP-FILESTATUS.
       SELECT SCORE-REPORT ASSIGN TO "SupplierScore.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RPT-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PO-FILE.
       COPY POREC REPLACING ==:REC:== BY ==PO-RECORD==.
       FD SUPPLIER-FILE.
       01 SUPPLIER-LINE PIC X(40).
       FD SCORE-REPORT.
       01 RPT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 PO-FILESTATUS PIC X(02).
       01 SUP-FILESTATUS PIC X(02).
       01 RPT-FILESTATUS PIC X(02).
       01 PO-EOF PIC X VALUE 'N'.
           88 PO-END-OF-FILE VALUE 'Y'.
       01 SUP-EOF PIC X VALUE 'N'.
           88 SUP-END-OF-FILE VALUE 'Y'.
      *
      *    THE SUPPLIER MASTER: CODE, NAME, LEAD-TIME DAYS.
       01 SUP-TABLE.
           05 SUP-ENTRY OCCURS 50 TIMES.
               10 SUP-T-CODE PIC X(4).
               10 SUP-T-NAME PIC X(20).
               10 SUP-T-LEAD PIC 9(3).
       01 WS-SUP-TOTAL PIC 9(2) VALUE ZERO.
       01 WS-SUP-MAX PIC 9(2) VALUE 50.
       01 WS-SUP-SUB PIC 9(2).
       01 WS-SUP-SKIPPED PIC 9(3) VALUE ZERO.
       01 WS-SUP-FOUND-SW PIC X(1).
           88 SUPPLIER-FOUND VALUE 'Y'.
       01 WS-SUP-CODE-IN PIC X(4).
       01 WS-SUP-NAME-IN PIC X(20).
       01 WS-SUP-LEAD-IN PIC X(4).
      *
      *    ONE SCORE LINE PER SUPPLIER RECEIVED FROM IN THE MONTH.
       01 SCR-TABLE.
           05 SCR-ENTRY OCCURS 60 TIMES.
               10 SCR-T-SUPPLIER PIC X(4).
               10 SCR-T-LINES PIC 9(5).
               10 SCR-T-CLOSED PIC 9(5).
               10 SCR-T-ON-TIME PIC 9(5).
               10 SCR-T-LEAD-DAYS PIC 9(7).
               10 SCR-T-ORDERED PIC 9(7).
               10 SCR-T-RECEIVED PIC 9(7).
               10 SCR-T-OVER PIC 9(5).
               10 SCR-T-UNDER PIC 9(5).
       01 WS-SCR-TOTAL PIC 9(2) VALUE ZERO.
       01 WS-SCR-MAX PIC 9(2) VALUE 60.
       01 WS-SCR-SUB PIC 9(2).
       01 WS-SCR-SKIPPED PIC 9(5) VALUE ZERO.
       01 WS-SCR-FOUND-SW PIC X(1).
           88 SCORE-FOUND VALUE 'Y'.
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
       01 WS-PARM-KEY PIC X(16).
       01 WS-PARM-VALUE PIC 9(5).
       01 WS-PARM-DEFAULT PIC 9(5).
       01 WS-PARM-FOUND PIC X(1).
       01 WS-OVER-PCT PIC 9(3).
      *
       01 WS-PROMISED PIC 9(3).
       01 WS-LINE-LEAD PIC 9(5).
       01 WS-AVG-LEAD PIC 9(4)V9.
       01 WS-ON-TIME-PCT PIC 9(3)V9.
       01 WS-FILL-PCT PIC 9(4)V9.
       01 WS-PRINT-PASS PIC X(1).
           88 PRINTING-SCORECARD VALUE 'S'.
           88 PRINTING-LATE-LIST VALUE 'L'.
       01 WS-LINES-READ PIC 9(5) VALUE ZERO.
       01 WS-LINES-SCORED PIC 9(5) VALUE ZERO.
       01 WS-LATE-COUNT PIC 9(3) VALUE ZERO.
      *
       01 RPT-HEADER-1.
           05 FILLER PIC X(34)
               VALUE "SUPPLIER PERFORMANCE - MONTH ".
           05 RPT-HDR-MONTH PIC 9(6).
       01 RPT-HEADER-2.
           05 FILLER PIC X(22) VALUE "SUPP  NAME".
           05 FILLER PIC X(6) VALUE "LINES".
           05 FILLER PIC X(6) VALUE "PROM".
           05 FILLER PIC X(8) VALUE "ACTUAL".
           05 FILLER PIC X(7) VALUE "ONTIM%".
           05 FILLER PIC X(8) VALUE "FILL%".
           05 FILLER PIC X(6) VALUE "OVER".
           05 FILLER PIC X(6) VALUE "PART".
       01 RPT-DETAIL-LINE.
           05 RPT-SUPPLIER PIC X(6).
           05 RPT-NAME PIC X(16).
           05 RPT-LINES PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RPT-PROMISED PIC ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 RPT-ACTUAL PIC ZZZ9.9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RPT-ON-TIME PIC ZZ9.9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RPT-FILL PIC ZZZ9.9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RPT-OVER PIC ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 RPT-UNDER PIC ZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 RPT-NOTE PIC X(12).
       01 RPT-SECTION-LINE.
           05 RPT-SECTION PIC X(60).
       01 RPT-LATE-LINE.
           05 RPT-LATE-SUPPLIER PIC X(6).
           05 RPT-LATE-NAME PIC X(22).
           05 FILLER PIC X(9) VALUE "PROMISED ".
           05 RPT-LATE-PROMISED PIC ZZ9.
           05 FILLER PIC X(10) VALUE "  ACTUAL ".
           05 RPT-LATE-ACTUAL PIC ZZZ9.9.
           05 FILLER PIC X(5) VALUE " DAYS".
       01 RPT-COUNT-LINE.
           05 RPT-COUNT-LABEL PIC X(30).
           05 RPT-COUNT-VALUE PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           MOVE SPACES TO WS-MONTH-X.
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE INTO WS-MONTH-X
           END-UNSTRING.
      *    THE SCORECARD IS OF A CLOSED MONTH, SO WITH NO MONTH GIVEN
      *    IT COVERS LAST MONTH.
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
                   DISPLAY "USAGE: SUPSCORE [YYYYMM]"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WS-MONTH-X TO WS-MONTH
               IF WS-MONTH-MM < 1 OR WS-MONTH-MM > 12
                   DISPLAY "USAGE: SUPSCORE [YYYYMM]"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           MOVE "LEAD-OVER-PCT" TO WS-PARM-KEY.
           MOVE 20 TO WS-PARM-DEFAULT.
           CALL "GETPARM" USING WS-PARM-KEY, WS-PARM-VALUE,
               WS-PARM-DEFAULT, WS-PARM-FOUND
           END-CALL.
           MOVE WS-PARM-VALUE TO WS-OVER-PCT.
           DISPLAY "PARM LEAD-OVER-PCT = " WS-OVER-PCT.
           PERFORM LOAD-SUPPLIERS-PARA.
      *    A SUPPLIER MISSED OFF THE TABLE WOULD BE SCORED AGAINST NO
      *    PROMISED LEAD AT ALL, SO THE RUN IS REFUSED.
           IF WS-SUP-SKIPPED > ZERO
               DISPLAY "*** MORE THAN " WS-SUP-MAX " SUPPLIERS ON "
               DISPLAY "*** SUPPLIER.DAT - RUN REFUSED, RAISE THE TABLE"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT PO-FILE.
           IF PO-FILESTATUS NOT = "00"
               DISPLAY " PURCHASEORDER.DAT NOT FOUND - NO ORDERS "
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM READ-PO-PARA THRU READ-PO-EXIT
               UNTIL PO-END-OF-FILE.
           CLOSE PO-FILE.
           IF WS-SCR-SKIPPED > ZERO
               DISPLAY "*** MORE THAN " WS-SCR-MAX " SUPPLIERS "
               DISPLAY "*** RECEIVED FROM IN THE MONTH - REPORT "
               DISPLAY "*** REFUSED, RAISE THE TABLE"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM PRINT-REPORT-PARA.
           DISPLAY "SUPPLIER SCORECARD FOR " WS-MONTH.
           DISPLAY "PO LINES READ       : " WS-LINES-READ.
           DISPLAY "LINES RECEIVED      : " WS-LINES-SCORED.
           DISPLAY "SUPPLIERS LATE      : " WS-LATE-COUNT.
           GOBACK.

      *    A LINE IS SCORED IN THE MONTH ITS LATEST RECEIPT WAS
      *    POSTED. A CLOSED ('R') LINE HAS ITS LEAD TIME MEASURED
      *    ORDER DATE TO CLOSING RECEIPT; A LINE STILL OPEN AFTER A
      *    RECEIPT IS A PART DELIVERY AND HAS NO LEAD TIME YET.
       READ-PO-PARA.
           READ PO-FILE
               AT END
                   SET PO-END-OF-FILE TO TRUE
                   GO TO READ-PO-EXIT
           END-READ.
           IF PO-NUMBER NOT NUMERIC
               GO TO READ-PO-EXIT
           END-IF.
           ADD 1 TO WS-LINES-READ.
           IF PO-LAST-RECEIPT-X NOT NUMERIC
               GO TO READ-PO-EXIT
           END-IF.
           IF PO-LAST-RECEIPT-X(1:6) NOT = WS-MONTH
               GO TO READ-PO-EXIT
           END-IF.
           PERFORM FIND-SCORE-PARA.
           IF NOT SCORE-FOUND
               GO TO READ-PO-EXIT
           END-IF.
           ADD 1 TO WS-LINES-SCORED.
           ADD 1 TO SCR-T-LINES(WS-SCR-SUB).
           ADD PO-QTY TO SCR-T-ORDERED(WS-SCR-SUB).
           ADD PO-RECEIVED TO SCR-T-RECEIVED(WS-SCR-SUB).
           IF PO-STATUS NOT = 'R'
               ADD 1 TO SCR-T-UNDER(WS-SCR-SUB)
               GO TO READ-PO-EXIT
           END-IF.
           IF PO-RECEIVED > PO-QTY
               ADD 1 TO SCR-T-OVER(WS-SCR-SUB)
           END-IF.
           IF PO-DATE NOT NUMERIC OR PO-DATE < 16010101
                   OR PO-DATE > PO-LAST-RECEIPT
               GO TO READ-PO-EXIT
           END-IF.
           COMPUTE WS-LINE-LEAD =
               FUNCTION INTEGER-OF-DATE(PO-LAST-RECEIPT)
               - FUNCTION INTEGER-OF-DATE(PO-DATE).
           ADD 1 TO SCR-T-CLOSED(WS-SCR-SUB).
           ADD WS-LINE-LEAD TO SCR-T-LEAD-DAYS(WS-SCR-SUB).
           MOVE PO-SUPPLIER TO WS-SUP-CODE-IN.
           PERFORM FIND-SUPPLIER-PARA.
           IF SUPPLIER-FOUND
               IF WS-LINE-LEAD NOT > SUP-T-LEAD(WS-SUP-SUB)
                   ADD 1 TO SCR-T-ON-TIME(WS-SCR-SUB)
               END-IF
           END-IF.
       READ-PO-EXIT.
           EXIT.

       FIND-SCORE-PARA.
           MOVE 'N' TO WS-SCR-FOUND-SW.
           PERFORM VARYING WS-SCR-SUB FROM 1 BY 1
                   UNTIL WS-SCR-SUB > WS-SCR-TOTAL OR SCORE-FOUND
               IF SCR-T-SUPPLIER(WS-SCR-SUB) = PO-SUPPLIER
                   SET SCORE-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF SCORE-FOUND
               SUBTRACT 1 FROM WS-SCR-SUB
           ELSE
               IF WS-SCR-TOTAL < WS-SCR-MAX
                   ADD 1 TO WS-SCR-TOTAL
                   MOVE WS-SCR-TOTAL TO WS-SCR-SUB
                   MOVE PO-SUPPLIER TO SCR-T-SUPPLIER(WS-SCR-SUB)
                   MOVE ZERO TO SCR-T-LINES(WS-SCR-SUB)
                   MOVE ZERO TO SCR-T-CLOSED(WS-SCR-SUB)
                   MOVE ZERO TO SCR-T-ON-TIME(WS-SCR-SUB)
                   MOVE ZERO TO SCR-T-LEAD-DAYS(WS-SCR-SUB)
                   MOVE ZERO TO SCR-T-ORDERED(WS-SCR-SUB)
                   MOVE ZERO TO SCR-T-RECEIVED(WS-SCR-SUB)
                   MOVE ZERO TO SCR-T-OVER(WS-SCR-SUB)
                   MOVE ZERO TO SCR-T-UNDER(WS-SCR-SUB)
                   SET SCORE-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-SCR-SKIPPED
               END-IF
           END-IF.

       FIND-SUPPLIER-PARA.
           MOVE 'N' TO WS-SUP-FOUND-SW.
           PERFORM VARYING WS-SUP-SUB FROM 1 BY 1
                   UNTIL WS-SUP-SUB > WS-SUP-TOTAL OR SUPPLIER-FOUND
               IF SUP-T-CODE(WS-SUP-SUB) = WS-SUP-CODE-IN
                   SET SUPPLIER-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF SUPPLIER-FOUND
               SUBTRACT 1 FROM WS-SUP-SUB
           END-IF.

      *    THE TABLE IS WALKED TWICE: ONCE FOR THE SCORECARD ITSELF
      *    AND ONCE FOR THE SUPPLIERS RUNNING MATERIALLY LATE.
       PRINT-REPORT-PARA.
           OPEN OUTPUT SCORE-REPORT.
           MOVE WS-MONTH TO RPT-HDR-MONTH.
           WRITE RPT-LINE FROM RPT-HEADER-1.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           WRITE RPT-LINE FROM RPT-HEADER-2.
           SET PRINTING-SCORECARD TO TRUE.
           PERFORM PRINT-SUPPLIER-PARA THRU PRINT-SUPPLIER-EXIT
               VARYING WS-SCR-SUB FROM 1 BY 1
               UNTIL WS-SCR-SUB > WS-SCR-TOTAL.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "LEAD TIME MATERIALLY OVER SUPPLIER.DAT - REVIEW THE"
               TO RPT-SECTION.
           WRITE RPT-LINE FROM RPT-SECTION-LINE.
           MOVE "LEAD TIME BEFORE THE NEXT ROPCALC RUN" TO RPT-SECTION.
           WRITE RPT-LINE FROM RPT-SECTION-LINE.
           SET PRINTING-LATE-LIST TO TRUE.
           PERFORM PRINT-SUPPLIER-PARA THRU PRINT-SUPPLIER-EXIT
               VARYING WS-SCR-SUB FROM 1 BY 1
               UNTIL WS-SCR-SUB > WS-SCR-TOTAL.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "PO LINES RECEIVED IN MONTH  : " TO RPT-COUNT-LABEL.
           MOVE WS-LINES-SCORED TO RPT-COUNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           MOVE "SUPPLIERS RUNNING LATE      : " TO RPT-COUNT-LABEL.
           MOVE WS-LATE-COUNT TO RPT-COUNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           CLOSE SCORE-REPORT.

      *    ON-TIME IS A PERCENT OF THE LINES CLOSED; FILL RATE IS THE
      *    QUANTITY RECEIVED OVER THE QUANTITY ORDERED ON EVERY LINE
      *    SCORED, SO AN OVER-DELIVERY CAN TAKE IT PAST 100.
       PRINT-SUPPLIER-PARA.
           MOVE SCR-T-SUPPLIER(WS-SCR-SUB) TO WS-SUP-CODE-IN.
           PERFORM FIND-SUPPLIER-PARA.
           IF SUPPLIER-FOUND
               MOVE SUP-T-LEAD(WS-SUP-SUB) TO WS-PROMISED
           ELSE
               MOVE ZERO TO WS-PROMISED
           END-IF.
           MOVE ZERO TO WS-AVG-LEAD.
           MOVE ZERO TO WS-ON-TIME-PCT.
           IF SCR-T-CLOSED(WS-SCR-SUB) > ZERO
               COMPUTE WS-AVG-LEAD ROUNDED =
                   SCR-T-LEAD-DAYS(WS-SCR-SUB)
                   / SCR-T-CLOSED(WS-SCR-SUB)
               COMPUTE WS-ON-TIME-PCT ROUNDED =
                   SCR-T-ON-TIME(WS-SCR-SUB) * 100
                   / SCR-T-CLOSED(WS-SCR-SUB)
           END-IF.
           IF PRINTING-LATE-LIST
               IF WS-PROMISED = ZERO OR WS-AVG-LEAD = ZERO
                   GO TO PRINT-SUPPLIER-EXIT
               END-IF
               IF WS-AVG-LEAD * 100
                       NOT > WS-PROMISED * (100 + WS-OVER-PCT)
                   GO TO PRINT-SUPPLIER-EXIT
               END-IF
               ADD 1 TO WS-LATE-COUNT
               MOVE SCR-T-SUPPLIER(WS-SCR-SUB) TO RPT-LATE-SUPPLIER
               MOVE SUP-T-NAME(WS-SUP-SUB) TO RPT-LATE-NAME
               MOVE WS-PROMISED TO RPT-LATE-PROMISED
               MOVE WS-AVG-LEAD TO RPT-LATE-ACTUAL
               WRITE RPT-LINE FROM RPT-LATE-LINE
               GO TO PRINT-SUPPLIER-EXIT
           END-IF.
           IF SCR-T-ORDERED(WS-SCR-SUB) = ZERO
               MOVE ZERO TO WS-FILL-PCT
           ELSE
               COMPUTE WS-FILL-PCT ROUNDED =
                   SCR-T-RECEIVED(WS-SCR-SUB) * 100
                   / SCR-T-ORDERED(WS-SCR-SUB)
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-FILL-PCT
               END-COMPUTE
           END-IF.
           MOVE SCR-T-SUPPLIER(WS-SCR-SUB) TO RPT-SUPPLIER.
           MOVE SPACES TO RPT-NAME.
           MOVE SPACES TO RPT-NOTE.
           IF SUPPLIER-FOUND
               MOVE SUP-T-NAME(WS-SUP-SUB) TO RPT-NAME
               IF WS-PROMISED = ZERO
                   MOVE "*NO PROMISE" TO RPT-NOTE
               END-IF
           ELSE
               MOVE "*NOT ON FILE" TO RPT-NOTE
           END-IF.
           IF SCR-T-CLOSED(WS-SCR-SUB) = ZERO
               MOVE "*NONE CLOSED" TO RPT-NOTE
           END-IF.
           MOVE SCR-T-LINES(WS-SCR-SUB) TO RPT-LINES.
           MOVE WS-PROMISED TO RPT-PROMISED.
           MOVE WS-AVG-LEAD TO RPT-ACTUAL.
           MOVE WS-ON-TIME-PCT TO RPT-ON-TIME.
           MOVE WS-FILL-PCT TO RPT-FILL.
           MOVE SCR-T-OVER(WS-SCR-SUB) TO RPT-OVER.
           MOVE SCR-T-UNDER(WS-SCR-SUB) TO RPT-UNDER.
           WRITE RPT-LINE FROM RPT-DETAIL-LINE.
       PRINT-SUPPLIER-EXIT.
           EXIT.

       LOAD-SUPPLIERS-PARA.
           OPEN INPUT SUPPLIER-FILE.
           IF SUP-FILESTATUS NOT = "00"
               DISPLAY " SUPPLIER.DAT NOT FOUND - NO PROMISED LEAD "
               DISPLAY " TIMES TO SCORE AGAINST "
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
           IF WS-SUP-TOTAL < WS-SUP-MAX
               ADD 1 TO WS-SUP-TOTAL
               MOVE WS-SUP-CODE-IN TO SUP-T-CODE(WS-SUP-TOTAL)
               MOVE WS-SUP-NAME-IN TO SUP-T-NAME(WS-SUP-TOTAL)
               IF WS-SUP-LEAD-IN = SPACES
                   MOVE ZERO TO SUP-T-LEAD(WS-SUP-TOTAL)
               ELSE
                   COMPUTE SUP-T-LEAD(WS-SUP-TOTAL) =
                       FUNCTION NUMVAL(WS-SUP-LEAD-IN)
               END-IF
           ELSE
               ADD 1 TO WS-SUP-SKIPPED
           END-IF.
       LOAD-ONE-SUPPLIER-EXIT.
           EXIT.
       END PROGRAM SUPSCORE.
