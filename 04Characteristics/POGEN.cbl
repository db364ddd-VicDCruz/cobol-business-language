      *          per supplier with the supplier name and lead time
      *          from the Supplier.dat master. A suggestion with no
      *          supplier code on the catalog is reported and left
      *          for the buyer. Each line is costed at the
      *          supplier's unit price for the item from the
      *          SupplierPrice.dat price list (supplier, item, unit
      *          cost, effective date) that PRICEIMP loads from the
      *          supplier's own list - the latest cost effective on
      *          the run date, so a new list dated ahead does not
      *          cost orders before its day; the cost rides on the PO
      *          line for RECEIVE to roll into the moving-average
      *          stock cost, and a line
      *          the supplier has no price for is flagged on the
      *          report and ordered at zero cost for the buyer to
      *          settle.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       SELECT PO-REPORT ASSIGN TO "PurchaseOrders.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RPT-FILESTATUS.
       SELECT SUPPLIER-PRICE-FILE ASSIGN TO "SupplierPrice.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SPR-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SUPPLIER-FILE.
       01 SUPPLIER-LINE PIC X(40).
       FD PO-FILE.
       COPY POREC REPLACING ==:REC:== BY ==PO-RECORD==.
       FD LAST-NUMBER-FILE.
       01 NUM-RECORD PIC 9(6).
       FD PO-REPORT.
       01 RPT-LINE PIC X(70).
       FD SUPPLIER-PRICE-FILE.
       01 SPR-LINE PIC X(60).

       WORKING-STORAGE SECTION.
       01 SUG-FILESTATUS PIC X(02).
           88 SUG-END-OF-FILE VALUE 'Y'.
       01 SUP-EOF PIC X(1) VALUE 'N'.
           88 SUP-END-OF-FILE VALUE 'Y'.
       01 SPR-FILESTATUS PIC X(02).
       01 SPR-EOF PIC X(1) VALUE 'N'.
           88 SPR-END-OF-FILE VALUE 'Y'.
      *
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-LAST-NUMBER PIC 9(6) VALUE 500000.
       01 WS-SUP-NAME-IN PIC X(20).
       01 WS-SUP-LEAD-IN PIC X(4).
      *
      *    THE SUPPLIERS' PRICE LISTS: SUPPLIER, ITEM, UNIT COST AND
      *    THE DATE THE COST TAKES EFFECT (ZERO FOR A COST KEYED
      *    BEFORE EFFECTIVE DATES WERE KEPT).
       01 SPR-TABLE.
           05 SPR-ENTRY OCCURS 500 TIMES.
               10 SPR-T-SUPPLIER PIC X(4).
               10 SPR-T-ITEM PIC X(5).
               10 SPR-T-COST PIC 9(5)V99.
               10 SPR-T-EFFECTIVE PIC 9(8).
       01 WS-SPR-TOTAL PIC 9(3) VALUE ZERO.
       01 WS-SPR-MAX PIC 9(3) VALUE 500.
       01 WS-SPR-SUB PIC 9(3).
       01 WS-SPR-SCAN PIC 9(3).
       01 WS-SPR-SKIPPED PIC 9(3) VALUE ZERO.
       01 WS-SPR-FOUND-SW PIC X(1).
           88 SUPPLIER-PRICE-FOUND VALUE 'Y'.
       01 WS-SPR-SUPPLIER-IN PIC X(4).
       01 WS-SPR-ITEM-IN PIC X(5).
       01 WS-SPR-COST-IN PIC X(10).
       01 WS-SPR-EFFECTIVE-IN PIC X(8).
       01 WS-THIS-ITEM PIC X(5).
       01 WS-NO-PRICE-COUNT PIC 9(4) VALUE ZERO.
      *
      *    THE SUGGESTIONS, COLLECTED SO ONE PO NUMBER CAN COVER ALL
      *    OF A SUPPLIER'S LINES.
       01 SGT-TABLE.
           05 RPT-ITEM PIC X(7).
           05 FILLER PIC X(5) VALUE "QTY ".
           05 RPT-QTY PIC ZZZZ9.
           05 FILLER PIC X(6) VALUE " COST ".
           05 RPT-COST PIC ZZZZ9.99.
           05 FILLER PIC X(7) VALUE " VALUE ".
           05 RPT-VALUE PIC ZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-COST-NOTE PIC X(15).
       01 WS-LINE-VALUE PIC 9(7)V99.
       01 RPT-NOSUP-LINE.
           05 RPT-NOSUP-ITEM PIC X(7).
           05 FILLER PIC X(30) VALUE
           GO TO PROGRAM-END-PARA
       END-IF
       PERFORM LOAD-SUPPLIERS-PARA
       PERFORM LOAD-PRICES-PARA THRU LOAD-PRICES-END
      *    A PRICE LIST THE TABLE CANNOT HOLD WHOLE WOULD COST SOME
      *    ORDERS AT ZERO BY ACCIDENT, SO THE RUN IS REFUSED.
       IF WS-SPR-SKIPPED > ZERO
           DISPLAY "*** MORE THAN " WS-SPR-MAX " SUPPLIER PRICES - "
           DISPLAY "*** RUN REFUSED, RAISE THE PRICE TABLE"
           MOVE 8 TO RETURN-CODE
           GO TO PROGRAM-END-PARA
       END-IF
       PERFORM READ-LAST-NUMBER-PARA

       OPEN EXTEND PO-FILE
       CLOSE SUGGEST-FILE
       DISPLAY "PURCHASE ORDERS RAISED : " WS-PO-COUNT
       DISPLAY "ORDER LINES WRITTEN    : " WS-LINE-COUNT
       DISPLAY "NO SUPPLIER ON CATALOG : " WS-NO-SUPPLIER-COUNT
       DISPLAY "LINES WITH NO PRICE    : " WS-NO-PRICE-COUNT.

       PROGRAM-END-PARA.
       STOP RUN.
               MOVE WS-TODAY-DATE TO PO-DATE
               MOVE 'O' TO PO-STATUS
               MOVE ZERO TO PO-RECEIVED
               MOVE ZERO TO PO-LAST-RECEIPT
               MOVE ZERO TO PO-BILLED
               MOVE SGT-T-ITEM(WS-SGT-SCAN) TO WS-THIS-ITEM
               PERFORM FIND-SUPPLIER-PRICE-PARA
               MOVE SPACES TO RPT-COST-NOTE
               IF SUPPLIER-PRICE-FOUND
                   MOVE SPR-T-COST(WS-SPR-SUB) TO PO-UNIT-COST
               ELSE
                   MOVE ZERO TO PO-UNIT-COST
                   ADD 1 TO WS-NO-PRICE-COUNT
                   MOVE "*** NO PRICE" TO RPT-COST-NOTE
               END-IF
               WRITE PO-RECORD
               MOVE SGT-T-ITEM(WS-SGT-SCAN) TO RPT-ITEM
               MOVE SGT-T-QTY(WS-SGT-SCAN) TO RPT-QTY
               MOVE PO-UNIT-COST TO RPT-COST
               COMPUTE WS-LINE-VALUE = SGT-T-QTY(WS-SGT-SCAN)
                   * FUNCTION NUMVAL(PO-UNIT-COST)
               MOVE WS-LINE-VALUE TO RPT-VALUE
               WRITE RPT-LINE FROM RPT-ITEM-LINE
           END-IF
       END-PERFORM.
           SUBTRACT 1 FROM WS-SUP-SUB
       END-IF.

      *    OF THE SUPPLIER'S COSTS FOR THE ITEM, THE ONE IN FORCE IS
      *    THE LATEST EFFECTIVE ON OR BEFORE TODAY; A COST DATED
      *    AHEAD IS PASSED OVER.
       FIND-SUPPLIER-PRICE-PARA.
       MOVE 'N' TO WS-SPR-FOUND-SW
       MOVE ZERO TO WS-SPR-SUB
       PERFORM VARYING WS-SPR-SCAN FROM 1 BY 1
               UNTIL WS-SPR-SCAN > WS-SPR-TOTAL
           IF SPR-T-SUPPLIER(WS-SPR-SCAN) = WS-THIS-SUPPLIER
                   AND SPR-T-ITEM(WS-SPR-SCAN) = WS-THIS-ITEM
                   AND SPR-T-EFFECTIVE(WS-SPR-SCAN)
                       NOT > WS-TODAY-DATE
               IF NOT SUPPLIER-PRICE-FOUND
                   SET SUPPLIER-PRICE-FOUND TO TRUE
                   MOVE WS-SPR-SCAN TO WS-SPR-SUB
               ELSE
                   IF SPR-T-EFFECTIVE(WS-SPR-SCAN) >
                           SPR-T-EFFECTIVE(WS-SPR-SUB)
                       MOVE WS-SPR-SCAN TO WS-SPR-SUB
                   END-IF
               END-IF
           END-IF
       END-PERFORM.

       LOAD-SUGGESTIONS-PARA.
       OPEN INPUT SUGGEST-FILE
       IF SUG-FILESTATUS NOT = "00"
       LOAD-ONE-SUPPLIER-EXIT.
       EXIT.

       LOAD-PRICES-PARA.
       OPEN INPUT SUPPLIER-PRICE-FILE
       IF SPR-FILESTATUS NOT = "00"
           DISPLAY " SUPPLIERPRICE.DAT NOT FOUND - ORDERS WILL BE "
           DISPLAY " RAISED WITHOUT A UNIT COST "
           GO TO LOAD-PRICES-END
       END-IF
       PERFORM LOAD-ONE-PRICE-PARA THRU LOAD-ONE-PRICE-EXIT
           UNTIL SPR-END-OF-FILE
       CLOSE SUPPLIER-PRICE-FILE.
       LOAD-PRICES-END.
       EXIT.

       LOAD-ONE-PRICE-PARA.
       READ SUPPLIER-PRICE-FILE
           AT END
               SET SPR-END-OF-FILE TO TRUE
               GO TO LOAD-ONE-PRICE-EXIT
       END-READ
       MOVE SPACES TO WS-SPR-SUPPLIER-IN
       MOVE SPACES TO WS-SPR-ITEM-IN
       MOVE SPACES TO WS-SPR-COST-IN
       MOVE SPACES TO WS-SPR-EFFECTIVE-IN
       UNSTRING SPR-LINE DELIMITED BY ALL SPACE
           INTO WS-SPR-SUPPLIER-IN WS-SPR-ITEM-IN WS-SPR-COST-IN
               WS-SPR-EFFECTIVE-IN
       END-UNSTRING
       IF WS-SPR-SUPPLIER-IN = SPACES OR WS-SPR-ITEM-IN = SPACES
               OR WS-SPR-COST-IN = SPACES
           GO TO LOAD-ONE-PRICE-EXIT
       END-IF
       IF WS-SPR-TOTAL < WS-SPR-MAX
           ADD 1 TO WS-SPR-TOTAL
           MOVE WS-SPR-SUPPLIER-IN TO SPR-T-SUPPLIER(WS-SPR-TOTAL)
           MOVE WS-SPR-ITEM-IN TO SPR-T-ITEM(WS-SPR-TOTAL)
           COMPUTE SPR-T-COST(WS-SPR-TOTAL) =
               FUNCTION NUMVAL(WS-SPR-COST-IN)
           IF WS-SPR-EFFECTIVE-IN NUMERIC
               MOVE WS-SPR-EFFECTIVE-IN TO SPR-T-EFFECTIVE(WS-SPR-TOTAL)
           ELSE
               MOVE ZERO TO SPR-T-EFFECTIVE(WS-SPR-TOTAL)
           END-IF
       ELSE
           ADD 1 TO WS-SPR-SKIPPED
       END-IF.
       LOAD-ONE-PRICE-EXIT.
       EXIT.

       READ-LAST-NUMBER-PARA.
       OPEN INPUT LAST-NUMBER-FILE
       IF NUM-FILESTATUS = "00"
