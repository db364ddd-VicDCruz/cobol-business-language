      *          instructions (item, aisle, bin) to Putaway.rpt plus
      *          an exception list when receipts exceed the empty
      *          bins - so the occupancy report and the physical
      *          warehouse finally describe each other. A receipt
      *          matched to a costed PO line rolls that unit cost
      *          into the item's moving-average cost on the stock
      *          master for the warehouse: the stock already held at
      *          its average and the receipt at the PO cost are
      *          averaged over the new on-hand. Each matched
      *          receipt also stamps its date on the PO line, so the
      *          date a line closed - and the supplier's real lead
      *          time - stays on the order file for the scorecard.
      *          An item the Catalog.dat flags lot-controlled (column
      *          44 'Y') carries a lot number and an expiry date
      *          (YYYYMMDD) after the PO number on its Receipts.dat
      *          line, and the receipt is also posted to that lot's
      *          on-hand on StockLot.dat, the lot the order pick
      *          takes from earliest expiry first. A lot-controlled
      *          receipt missing its lot goes to lot NO-LOT, and one
      *          missing a valid expiry is held with none; both are
      *          flagged on the putaway report for correction.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STK-KEY
           FILE STATUS IS STK-FILESTATUS.
       SELECT STOCK-LOT ASSIGN TO "StockLot.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LOT-KEY
           FILE STATUS IS LOT-FILESTATUS.
       SELECT CATALOG-FILE ASSIGN TO "Catalog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CAT-FILESTATUS.
       DATA DIVISION.
       FILE SECTION.
       FD RECEIPT-FILE.
       01 RECEIPT-LINE PIC X(50).
       FD BIN-FILE.
       01 BIN-LINE PIC X(50).
       FD PUTAWAY-REPORT.
       01 RPT-LINE PIC X(60).
       FD PO-FILE.
       COPY POREC REPLACING ==:REC:== BY ==PO-RECORD==.
       FD STOCK-MASTER.
       COPY STKREC REPLACING ==:REC:== BY ==STOCK-RECORD==.
       FD STOCK-LOT.
       COPY LOTREC REPLACING ==:REC:== BY ==STOCK-LOT-RECORD==.
       FD CATALOG-FILE.
       01 CATALOG-LINE PIC X(50).
       WORKING-STORAGE SECTION.
       01 WS-TABLE .
           02 WS-ROW OCCURS 4.
       01 WS-PO-IN-X PIC X(6).
       01 WS-RCP-QTY PIC 9(5).
       01 WS-RCP-PO PIC 9(6).
       01 WS-LOT-IN PIC X(10).
       01 WS-EXPIRY-IN PIC X(8).
       01 WS-RCP-EXPIRY PIC 9(8).
       01 LOT-FILESTATUS PIC X(02).
       01 WS-LOT-COUNT PIC 9(3) VALUE ZERO.
       01 WS-LOT-FLAGGED-COUNT PIC 9(3) VALUE ZERO.
      *
      *    THE CATALOG, HELD ONLY FOR ITS LOT-CONTROL FLAG - THE
      *    SAME ARTICLE/CODE TABLE SHAPE TABL4 LOADS.
       01 WS-CAT-TABLE.
           02 WS-ARTICLE OCCURS 2.
               03 NAME-ARTICLE PIC X(5).
               03 WS-CODE OCCURS 3.
                   04 CODE-VAL PIC X(5).
                   04 WS-LOT-CTL PIC X(1).
       01 CAT-FILESTATUS PIC X(02).
       01 CAT-EOF PIC X VALUE 'N'.
           88 CAT-END-OF-FILE VALUE 'Y'.
       01 WS-ARTICLE-NAME-IN PIC X(5).
       01 WS-CODE-IN PIC X(5).
       01 WS-PREV-ARTICLE-NAME PIC X(5) VALUE SPACES.
       01 WS-ARTICLE-IDX PIC 9 VALUE ZERO.
       01 WS-CODE-IDX PIC 9 VALUE ZERO.
       01 WS-LKP-A-IDX PIC 9.
       01 WS-LKP-C-IDX PIC 9.
       01 WS-LOT-CTL-SW PIC X VALUE 'N'.
           88 ITEM-LOT-CONTROLLED VALUE 'Y'.
       01 PO-FILESTATUS PIC X(02).
       01 PO-EOF PIC X VALUE 'N'.
           88 PO-END-OF-FILE VALUE 'Y'.
               10 POT-T-DATE PIC 9(8).
               10 POT-T-STATUS PIC X(1).
               10 POT-T-RECEIVED PIC 9(5).
               10 POT-T-UNIT-COST PIC X(8).
               10 POT-T-LAST-RECEIPT PIC X(8).
               10 POT-T-BILLED PIC X(5).
       01 WS-POT-TOTAL PIC 9(3) VALUE ZERO.
       01 WS-POT-MAX PIC 9(3) VALUE 100.
       01 WS-POT-SUB PIC 9(3).
           88 PO-LINE-FOUND VALUE 'Y'.
       01 WS-MATCHED-COUNT PIC 9(3) VALUE ZERO.
       01 WS-NO-PO-COUNT PIC 9(3) VALUE ZERO.
      *    THE UNIT COST OF THE RECEIPT, FROM ITS PO LINE; ZERO WHEN
      *    THE RECEIPT HAS NO COSTED ORDER BEHIND IT, IN WHICH CASE
      *    THE AVERAGE COST IS LEFT AS IT STANDS.
       01 WS-RCP-COST PIC 9(5)V99.
       01 WS-COSTED-COUNT PIC 9(3) VALUE ZERO.
      *    A RECEIPT NOW POSTS ITS QUANTITY TO THE STOCK MASTER AND
      *    IS JOURNALLED THROUGH THE SHARED STKMOVE WRITER - THE
      *    GOODS ARRIVING FINALLY RAISE THE BOOK STOCK THEY RAISE ON
           05 RPT-PUT-QTY PIC ZZZZ9.
       01 RPT-OVERFLOW-LINE.
           05 RPT-OVF-ITEM PIC X(7).
           05 FILLER PIC X(27) VALUE "*** NO EMPTY BIN - HOLD ***".
       01 RPT-PLACED-LINE.
           05 FILLER PIC X(20) VALUE "RECEIPTS PLACED : ".
           05 RPT-PLACED-COUNT PIC ZZ9.
       01 RPT-OVF-COUNT-LINE.
           05 FILLER PIC X(20) VALUE "RECEIPTS HELD   : ".
           05 RPT-OVF-COUNT PIC ZZ9.
       01 RPT-LOT-LINE.
           05 RPT-LOT-ITEM PIC X(7).
           05 FILLER PIC X(4) VALUE "LOT ".
           05 RPT-LOT-NUMBER PIC X(10).
           05 FILLER PIC X(5) VALUE " EXP ".
           05 RPT-LOT-EXPIRY PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RPT-LOT-NOTE PIC X(20).
       01 RPT-PO-LINE.
           05 RPT-PO-ITEM PIC X(7).
           05 FILLER PIC X(4) VALUE "PO ".
               INTO WS-BIN-FILE-NAME.
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-BIN-FILE-PARA.
           PERFORM LOAD-CATALOG-DRIVER-PARA.
           PERFORM LOAD-PO-FILE-PARA THRU LOAD-PO-FILE-END.
      *    A PO FILE THE TABLE CANNOT HOLD WHOLE IS REFUSED
      *    UNTOUCHED RATHER THAN REWRITTEN SHORT - THESE ARE OPEN
               CLOSE STOCK-MASTER
               OPEN I-O STOCK-MASTER
           END-IF.
           OPEN I-O STOCK-LOT.
           IF LOT-FILESTATUS = "35"
               OPEN OUTPUT STOCK-LOT
               CLOSE STOCK-LOT
               OPEN I-O STOCK-LOT
           END-IF.
           OPEN INPUT RECEIPT-FILE.
           IF RCP-FILESTATUS NOT = "00"
               DISPLAY " RECEIPTS.DAT NOT FOUND - NOTHING TO PUT AWAY "
           WRITE RPT-LINE FROM RPT-OVF-COUNT-LINE.
           CLOSE PUTAWAY-REPORT.
           CLOSE RECEIPT-FILE.
           CLOSE STOCK-LOT.
           CLOSE STOCK-MASTER.
           PERFORM STAMP-SEAL-PARA THRU STAMP-SEAL-END.
           PERFORM SAVE-BIN-FILE-PARA.
           DISPLAY "RECEIPTS HELD   : " WS-OVERFLOW-COUNT.
           DISPLAY "PO LINES MATCHED: " WS-MATCHED-COUNT.
           DISPLAY "NO OPEN PO      : " WS-NO-PO-COUNT.
           DISPLAY "COSTS ROLLED IN : " WS-COSTED-COUNT.
           DISPLAY "LOTS POSTED     : " WS-LOT-COUNT.
           DISPLAY "LOTS FLAGGED    : " WS-LOT-FLAGGED-COUNT.
           STOP RUN.

       PLACE-ONE-PARA.
           MOVE SPACES TO WS-ITEM-IN.
           MOVE SPACES TO WS-QTY-IN-X.
           MOVE SPACES TO WS-PO-IN-X.
           MOVE SPACES TO WS-LOT-IN.
           MOVE SPACES TO WS-EXPIRY-IN.
           UNSTRING RECEIPT-LINE DELIMITED BY ALL SPACE
               INTO WS-ITEM-IN WS-QTY-IN-X WS-PO-IN-X
                   WS-LOT-IN WS-EXPIRY-IN
           END-UNSTRING.
           IF WS-ITEM-IN = SPACES
               GO TO PLACE-ONE-EXIT
           ELSE
               COMPUTE WS-RCP-QTY = FUNCTION NUMVAL(WS-QTY-IN-X)
           END-IF.
           MOVE ZERO TO WS-RCP-COST.
           PERFORM MATCH-PO-PARA THRU MATCH-PO-EXIT.
           PERFORM POST-STOCK-PARA.
           PERFORM FIND-LOT-CTL-PARA.
           IF ITEM-LOT-CONTROLLED
               PERFORM POST-LOT-PARA
           END-IF.
      *    AISLE-MAJOR SEARCH: A BIN ALREADY HOLDING THE ITEM IS
      *    TOPPED UP FIRST; OTHERWISE THE FIRST EMPTY BIN TAKES THE
      *    ITEM AND ITS QUANTITY.
                   MOVE WS-CURR-DATE TO STK-LAST-MOVE
                   MOVE 'C' TO STK-COUNT-CLASS
                   MOVE ZEROES TO STK-LAST-COUNT
                   MOVE WS-RCP-COST TO STK-AVG-COST
                   WRITE STOCK-RECORD
                   END-WRITE
                   IF WS-RCP-COST > ZERO
                       ADD 1 TO WS-COSTED-COUNT
                   END-IF
               NOT INVALID KEY
                   PERFORM ROLL-AVERAGE-COST-PARA
                   ADD WS-RCP-QTY TO STK-ON-HAND
                   MOVE WS-CURR-DATE TO STK-LAST-MOVE
                   REWRITE STOCK-RECORD
           CALL "STKMOVE" USING WS-ITEM-IN, WS-MOVE-TYPE,
               WS-MOVE-QTY, WS-SHARED-PROGRAM, WS-MOVE-REF.

      *    A RECEIPT INTO A LOT ALREADY ON FILE ADDS TO IT AND KEEPS
      *    THE EXPIRY THE LOT WAS RAISED WITH.
       POST-LOT-PARA.
           MOVE SPACES TO RPT-LOT-NOTE.
           IF WS-LOT-IN = SPACES
               MOVE "NO-LOT" TO WS-LOT-IN
               MOVE "*** NO LOT GIVEN ***" TO RPT-LOT-NOTE
           END-IF.
           IF WS-EXPIRY-IN NUMERIC
               MOVE WS-EXPIRY-IN TO WS-RCP-EXPIRY
           ELSE
               MOVE ZERO TO WS-RCP-EXPIRY
               MOVE "*** NO EXPIRY ***" TO RPT-LOT-NOTE
           END-IF.
           MOVE WS-WHSE TO LOT-WHSE.
           MOVE WS-ITEM-IN TO LOT-ITEM-CODE.
           MOVE WS-LOT-IN TO LOT-NUMBER.
           READ STOCK-LOT
               INVALID KEY
                   MOVE WS-WHSE TO LOT-WHSE
                   MOVE WS-ITEM-IN TO LOT-ITEM-CODE
                   MOVE WS-LOT-IN TO LOT-NUMBER
                   MOVE WS-RCP-EXPIRY TO LOT-EXPIRY
                   MOVE WS-RCP-QTY TO LOT-ON-HAND
                   MOVE WS-CURR-DATE TO LOT-RECEIVED
                   WRITE STOCK-LOT-RECORD
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-RCP-QTY TO LOT-ON-HAND
                   REWRITE STOCK-LOT-RECORD
           END-READ.
           ADD 1 TO WS-LOT-COUNT.
           IF RPT-LOT-NOTE NOT = SPACES
               ADD 1 TO WS-LOT-FLAGGED-COUNT
           END-IF.
           MOVE WS-ITEM-IN TO RPT-LOT-ITEM.
           MOVE WS-LOT-IN TO RPT-LOT-NUMBER.
           MOVE LOT-EXPIRY TO RPT-LOT-EXPIRY.
           WRITE RPT-LINE FROM RPT-LOT-LINE.

       FIND-LOT-CTL-PARA.
           MOVE 'N' TO WS-LOT-CTL-SW.
           PERFORM VARYING WS-LKP-A-IDX FROM 1 BY 1
                   UNTIL WS-LKP-A-IDX > 2 OR ITEM-LOT-CONTROLLED
               PERFORM VARYING WS-LKP-C-IDX FROM 1 BY 1
                       UNTIL WS-LKP-C-IDX > 3 OR ITEM-LOT-CONTROLLED
                   IF CODE-VAL(WS-LKP-A-IDX, WS-LKP-C-IDX)
                           = WS-ITEM-IN
                       AND WS-LOT-CTL(WS-LKP-A-IDX, WS-LKP-C-IDX)
                           = 'Y'
                       SET ITEM-LOT-CONTROLLED TO TRUE
                   END-IF
               END-PERFORM
           END-PERFORM.

      *    THE AVERAGE IS TAKEN BEFORE THE RECEIPT IS ADDED TO THE
      *    ON-HAND. STOCK AT OR BELOW ZERO, OR NEVER COSTED, HAS NO
      *    VALUE TO AVERAGE WITH, SO THE RECEIPT'S COST STANDS ALONE.
       ROLL-AVERAGE-COST-PARA.
           IF WS-RCP-COST = ZERO
               GO TO ROLL-AVERAGE-COST-EXIT
           END-IF.
           ADD 1 TO WS-COSTED-COUNT.
           IF STK-AVG-COST NOT NUMERIC
               MOVE ZERO TO STK-AVG-COST
           END-IF.
           IF STK-ON-HAND NOT > ZERO OR STK-AVG-COST = ZERO
               MOVE WS-RCP-COST TO STK-AVG-COST
           ELSE
               COMPUTE STK-AVG-COST ROUNDED =
                   (STK-ON-HAND * STK-AVG-COST
                       + WS-RCP-QTY * WS-RCP-COST)
                   / (STK-ON-HAND + WS-RCP-QTY)
           END-IF.
       ROLL-AVERAGE-COST-EXIT.
           EXIT.

      *    A RECEIPT NAMING A PURCHASE ORDER IS PROVED AGAINST THE
      *    OPEN LINE: THE RECEIVED QUANTITY IS ACCUMULATED, A FULL
      *    DELIVERY CLOSES THE LINE, AND OVER- AND UNDER-DELIVERIES
           SUBTRACT 1 FROM WS-POT-SUB.
           ADD 1 TO WS-MATCHED-COUNT.
           ADD WS-RCP-QTY TO POT-T-RECEIVED(WS-POT-SUB).
           MOVE WS-CURR-DATE TO POT-T-LAST-RECEIPT(WS-POT-SUB).
           IF POT-T-UNIT-COST(WS-POT-SUB) NOT = SPACES
               COMPUTE WS-RCP-COST =
                   FUNCTION NUMVAL(POT-T-UNIT-COST(WS-POT-SUB))
           END-IF.
           MOVE WS-ITEM-IN TO RPT-PO-ITEM.
           MOVE WS-RCP-PO TO RPT-PO-NUMBER.
           EVALUATE TRUE
               MOVE PO-DATE TO POT-T-DATE(WS-POT-TOTAL)
               MOVE PO-STATUS TO POT-T-STATUS(WS-POT-TOTAL)
               MOVE PO-RECEIVED TO POT-T-RECEIVED(WS-POT-TOTAL)
               MOVE PO-UNIT-COST-X TO POT-T-UNIT-COST(WS-POT-TOTAL)
               MOVE PO-LAST-RECEIPT-X
                   TO POT-T-LAST-RECEIPT(WS-POT-TOTAL)
               MOVE PO-BILLED-X TO POT-T-BILLED(WS-POT-TOTAL)
           ELSE
               ADD 1 TO WS-POT-SKIPPED
           END-IF.
               MOVE POT-T-DATE(WS-POT-SUB) TO PO-DATE
               MOVE POT-T-STATUS(WS-POT-SUB) TO PO-STATUS
               MOVE POT-T-RECEIVED(WS-POT-SUB) TO PO-RECEIVED
               MOVE POT-T-UNIT-COST(WS-POT-SUB) TO PO-UNIT-COST-X
               MOVE POT-T-LAST-RECEIPT(WS-POT-SUB)
                   TO PO-LAST-RECEIPT-X
               MOVE POT-T-BILLED(WS-POT-SUB) TO PO-BILLED-X
               WRITE PO-RECORD
           END-PERFORM.
           CLOSE PO-FILE.

       WRITE-AISLE-PARA.
           WRITE BIN-LINE FROM WS-ROW(WS-AISLE-IDX).

      *    NO CATALOG MEANS NO ITEM IS TAKEN AS LOT-CONTROLLED; THE
      *    RECEIPTS STILL POST TO THE STOCK MASTER.
       LOAD-CATALOG-DRIVER-PARA.
           OPEN INPUT CATALOG-FILE.
           IF CAT-FILESTATUS = "00"
               PERFORM LOAD-CATALOG-PARA WITH TEST BEFORE
                   UNTIL CAT-END-OF-FILE
               CLOSE CATALOG-FILE
           ELSE
               DISPLAY " CATALOG FILE NOT FOUND - NO LOTS CAPTURED "
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
                       MOVE CATALOG-LINE(44:1) TO WS-LOT-CTL
                           (WS-ARTICLE-IDX, WS-CODE-IDX)
                   END-IF
           END-READ.
       END PROGRAM RECEIVE.
