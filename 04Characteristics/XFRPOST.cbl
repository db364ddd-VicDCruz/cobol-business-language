      *          cleared from the queue. Both sides journal their
      *          movements through the shared STKMOVE writer, and
      *          StockXfer.rpt shows what shipped, what landed and
      *          what is still rolling. The landed stock carries the
      *          sending warehouse's moving-average cost into the
      *          receiving warehouse's average. An item the
      *          Catalog.dat flags lot-controlled (column 44 'Y') also
      *          moves lot by lot on StockLot.dat: the ship side takes
      *          the quantity from the sending warehouse's lots
      *          earliest expiry first and queues one in-transit line
      *          per lot, carrying the lot number and expiry, and the
      *          receive side books each line into the same lot at the
      *          destination. Stock the sending lots cannot account
      *          for travels without a lot and lands in lot NO-LOT, as
      *          a receipt with no lot does.
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
       SELECT TRANSIT-FILE ASSIGN TO "InTransit.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRN-FILESTATUS.
       01 XFER-LINE PIC X(30).
       FD STOCK-MASTER.
       COPY STKREC REPLACING ==:REC:== BY ==STOCK-RECORD==.
       FD STOCK-LOT.
       COPY LOTREC REPLACING ==:REC:== BY ==STOCK-LOT-RECORD==.
       FD CATALOG-FILE.
       01 CATALOG-LINE PIC X(50).
       FD TRANSIT-FILE.
       01 TRANSIT-RECORD.
           05 TRN-ITEM PIC X(5).
           05 TRN-TO-WHSE PIC X(2).
           05 FILLER PIC X(1).
           05 TRN-SHIP-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 TRN-LOT PIC X(10).
           05 FILLER PIC X(1).
           05 TRN-EXPIRY PIC 9(8).
           05 TRN-EXPIRY-X REDEFINES TRN-EXPIRY PIC X(8).
       FD XFER-REPORT.
       01 RPT-LINE PIC X(70).

       01 WS-FROM-IN PIC X(2).
       01 WS-TO-IN PIC X(2).
       01 WS-XFR-QTY PIC 9(5).
       01 WS-XFR-COST PIC 9(5)V99.
       01 WS-XFR-LOT PIC X(10).
       01 WS-XFR-EXPIRY PIC 9(8).
      *
      *    THE LOTS OF A LOT-CONTROLLED ITEM ON STOCKLOT.DAT, TAKEN
      *    EARLIEST EXPIRY FIRST THE WAY THE ORDER PICK TAKES THEM.
       01 LOT-FILESTATUS PIC X(02).
       01 WS-LOT-FILE-SW PIC X VALUE 'N'.
           88 LOT-FILE-OPEN VALUE 'Y'.
       01 WS-LOT-COUNT PIC 9(3).
       01 WS-LOT-REMAIN PIC S9(5).
       01 WS-LOT-TAKE PIC 9(5).
       01 WS-LOT-SORT PIC 9(8).
       01 WS-LOT-BEST-SORT PIC 9(8).
       01 WS-LOT-BEST-KEY PIC X(17).
       01 WS-LOT-BEST-SW PIC X(1).
           88 LOT-BEST-FOUND VALUE 'Y'.
       01 WS-LOT-SCAN-SW PIC X(1).
           88 LOT-SCAN-DONE VALUE 'Y'.
       01 WS-LOT-LEFT-SW PIC X(1).
           88 LOTS-EXHAUSTED VALUE 'Y'.
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
       01 WS-LKP-ITEM PIC X(5).
       01 WS-LOT-CTL-SW PIC X VALUE 'N'.
           88 ITEM-LOT-CONTROLLED VALUE 'Y'.
      *
      *    THE IN-TRANSIT QUEUE, HELD FOR THE CONFIRM PASS AND
      *    WRITTEN BACK WITHOUT THE LANDED LINES.
               10 TRT-T-TO PIC X(2).
               10 TRT-T-DATE PIC 9(8).
               10 TRT-T-LANDED PIC X(1).
               10 TRT-T-LOT PIC X(10).
               10 TRT-T-EXPIRY PIC 9(8).
       01 WS-TRT-TOTAL PIC 9(3) VALUE ZERO.
       01 WS-TRT-MAX PIC 9(3) VALUE 100.
       01 WS-TRT-SKIPPED PIC 9(3) VALUE ZERO.
           MOVE 8 TO RETURN-CODE
           GO TO PROGRAM-END-PARA
       END-IF
       PERFORM LOAD-CATALOG-DRIVER-PARA

       EVALUATE TRUE
       WHEN SHIP-MODE
           CLOSE XFER-TXN
           GO TO SHIP-PASS-END
       END-IF
       PERFORM OPEN-LOT-FILE-PARA
       OPEN OUTPUT XFER-REPORT
       MOVE WS-TODAY-DATE TO RPT-HDR-DATE
       WRITE RPT-LINE FROM RPT-HEADER-1
       PERFORM SHIP-ONE-PARA THRU SHIP-ONE-EXIT
           UNTIL XFR-END-OF-FILE
       CLOSE XFER-REPORT
       PERFORM CLOSE-LOT-FILE-PARA
       CLOSE STOCK-MASTER
       PERFORM STAMP-SEAL-PARA THRU STAMP-SEAL-END
       CLOSE XFER-TXN
       END-IF
      *    THE IN-TRANSIT RECORD IS THE ONLY TRACE OF THE STOCK ONCE
      *    IT LEAVES THE SOURCE, SO THE LINE IS REJECTED BEFORE THE
      *    RELIEVE WHEN THE QUEUE CANNOT TAKE IT. A LOT-CONTROLLED
      *    ITEM MAY NEED A LINE FOR EVERY LOT IT HOLDS AT THE SOURCE
      *    AND ONE MORE FOR STOCK NO LOT ACCOUNTS FOR.
       MOVE ZERO TO WS-LOT-COUNT
       MOVE WS-ITEM-IN TO WS-LKP-ITEM
       PERFORM FIND-LOT-CTL-PARA
       IF ITEM-LOT-CONTROLLED AND LOT-FILE-OPEN
           PERFORM COUNT-LOTS-PARA
       END-IF
       IF WS-TRT-TOTAL + WS-LOT-COUNT NOT < WS-TRT-MAX
           ADD 1 TO WS-REJECT-COUNT
           MOVE "TRANSIT Q FULL" TO RPT-VERDICT
           WRITE RPT-LINE FROM RPT-DETAIL-LINE
       CALL "STKMOVE" USING WS-ITEM-IN, WS-MOVE-TYPE, WS-MOVE-QTY,
           WS-SHARED-PROGRAM, WS-MOVE-REF
       END-CALL
       IF ITEM-LOT-CONTROLLED AND LOT-FILE-OPEN
           PERFORM SHIP-LOTS-PARA
       ELSE
           MOVE SPACES TO WS-XFR-LOT
           MOVE ZERO TO WS-XFR-EXPIRY
           MOVE WS-XFR-QTY TO WS-LOT-TAKE
           PERFORM QUEUE-TRANSIT-PARA
       END-IF
       ADD 1 TO WS-SHIPPED-COUNT
       MOVE "IN TRANSIT" TO RPT-VERDICT
       WRITE RPT-LINE FROM RPT-DETAIL-LINE.
       SHIP-ONE-EXIT.
       EXIT.

       QUEUE-TRANSIT-PARA.
       ADD 1 TO WS-TRT-TOTAL
       MOVE WS-ITEM-IN TO TRT-T-ITEM(WS-TRT-TOTAL)
       MOVE WS-LOT-TAKE TO TRT-T-QTY(WS-TRT-TOTAL)
       MOVE WS-FROM-IN TO TRT-T-FROM(WS-TRT-TOTAL)
       MOVE WS-TO-IN TO TRT-T-TO(WS-TRT-TOTAL)
       MOVE WS-TODAY-DATE TO TRT-T-DATE(WS-TRT-TOTAL)
       MOVE 'N' TO TRT-T-LANDED(WS-TRT-TOTAL)
       MOVE WS-XFR-LOT TO TRT-T-LOT(WS-TRT-TOTAL)
       MOVE WS-XFR-EXPIRY TO TRT-T-EXPIRY(WS-TRT-TOTAL).

      *    THE SENDING WAREHOUSE'S LOTS GO ON THE VAN EARLIEST EXPIRY
      *    FIRST, A LOT WITH NO EXPIRY LAST - AN EXPIRED LOT MOVES
      *    TOO, IT IS STILL STOCK ON THE BOOK. EACH LOT TAKEN IS
      *    RELIEVED AT THE SOURCE AND QUEUED ON ITS OWN LINE.
       SHIP-LOTS-PARA.
       MOVE WS-XFR-QTY TO WS-LOT-REMAIN
       MOVE 'N' TO WS-LOT-LEFT-SW
       PERFORM SHIP-ONE-LOT-PARA THRU SHIP-ONE-LOT-EXIT
           UNTIL WS-LOT-REMAIN NOT > ZERO OR LOTS-EXHAUSTED
       IF WS-LOT-REMAIN > ZERO
           MOVE SPACES TO WS-XFR-LOT
           MOVE ZERO TO WS-XFR-EXPIRY
           MOVE WS-LOT-REMAIN TO WS-LOT-TAKE
           PERFORM QUEUE-TRANSIT-PARA
       END-IF.

       SHIP-ONE-LOT-PARA.
       MOVE 'N' TO WS-LOT-BEST-SW
       MOVE 'N' TO WS-LOT-SCAN-SW
       MOVE WS-FROM-IN TO LOT-WHSE
       MOVE WS-ITEM-IN TO LOT-ITEM-CODE
       MOVE LOW-VALUES TO LOT-NUMBER
       START STOCK-LOT KEY IS NOT LESS THAN LOT-KEY
           INVALID KEY
               SET LOT-SCAN-DONE TO TRUE
       END-START
       PERFORM SCAN-LOT-PARA UNTIL LOT-SCAN-DONE
       IF NOT LOT-BEST-FOUND
           SET LOTS-EXHAUSTED TO TRUE
           GO TO SHIP-ONE-LOT-EXIT
       END-IF
       MOVE WS-LOT-BEST-KEY TO LOT-KEY
       READ STOCK-LOT
           INVALID KEY
               SET LOTS-EXHAUSTED TO TRUE
               GO TO SHIP-ONE-LOT-EXIT
       END-READ
       IF LOT-ON-HAND NOT < WS-LOT-REMAIN
           MOVE WS-LOT-REMAIN TO WS-LOT-TAKE
       ELSE
           MOVE LOT-ON-HAND TO WS-LOT-TAKE
       END-IF
       SUBTRACT WS-LOT-TAKE FROM LOT-ON-HAND
       SUBTRACT WS-LOT-TAKE FROM WS-LOT-REMAIN
       REWRITE STOCK-LOT-RECORD
       MOVE LOT-NUMBER TO WS-XFR-LOT
       MOVE LOT-EXPIRY TO WS-XFR-EXPIRY
       PERFORM QUEUE-TRANSIT-PARA.
       SHIP-ONE-LOT-EXIT.
       EXIT.

       SCAN-LOT-PARA.
       READ STOCK-LOT NEXT RECORD
           AT END
               SET LOT-SCAN-DONE TO TRUE
           NOT AT END
               IF LOT-WHSE NOT = WS-FROM-IN
                       OR LOT-ITEM-CODE NOT = WS-ITEM-IN
                   SET LOT-SCAN-DONE TO TRUE
               ELSE
                   PERFORM JUDGE-LOT-PARA
               END-IF
       END-READ.

       JUDGE-LOT-PARA.
       IF LOT-ON-HAND > ZERO
           IF LOT-EXPIRY = ZERO
               MOVE 99999999 TO WS-LOT-SORT
           ELSE
               MOVE LOT-EXPIRY TO WS-LOT-SORT
           END-IF
           IF NOT LOT-BEST-FOUND
                   OR WS-LOT-SORT < WS-LOT-BEST-SORT
               SET LOT-BEST-FOUND TO TRUE
               MOVE WS-LOT-SORT TO WS-LOT-BEST-SORT
               MOVE LOT-KEY TO WS-LOT-BEST-KEY
           END-IF
       END-IF.

      *    HOW MANY LOTS AT THE SOURCE STILL HOLD THE ITEM - THE MOST
      *    IN-TRANSIT LINES THE SHIPMENT CAN SPLIT INTO, LESS ONE.
       COUNT-LOTS-PARA.
       MOVE 'N' TO WS-LOT-SCAN-SW
       MOVE WS-FROM-IN TO LOT-WHSE
       MOVE WS-ITEM-IN TO LOT-ITEM-CODE
       MOVE LOW-VALUES TO LOT-NUMBER
       START STOCK-LOT KEY IS NOT LESS THAN LOT-KEY
           INVALID KEY
               SET LOT-SCAN-DONE TO TRUE
       END-START
       PERFORM COUNT-ONE-LOT-PARA UNTIL LOT-SCAN-DONE.

       COUNT-ONE-LOT-PARA.
       READ STOCK-LOT NEXT RECORD
           AT END
               SET LOT-SCAN-DONE TO TRUE
           NOT AT END
               IF LOT-WHSE NOT = WS-FROM-IN
                       OR LOT-ITEM-CODE NOT = WS-ITEM-IN
                   SET LOT-SCAN-DONE TO TRUE
               ELSE
                   IF LOT-ON-HAND > ZERO
                       ADD 1 TO WS-LOT-COUNT
                   END-IF
               END-IF
       END-READ.

      *    THE RECEIVING SIDE CONFIRMS: EVERY IN-TRANSIT LINE BOUND
      *    FOR THE NAMED WAREHOUSE LANDS ON ITS ON-HAND AND LEAVES
      *    THE QUEUE.
           CLOSE STOCK-MASTER
           OPEN I-O STOCK-MASTER
       END-IF
       PERFORM OPEN-LOT-FILE-PARA
       OPEN OUTPUT XFER-REPORT
       MOVE WS-TODAY-DATE TO RPT-HDR-DATE
       WRITE RPT-LINE FROM RPT-HEADER-1
           VARYING WS-TRT-SUB FROM 1 BY 1
           UNTIL WS-TRT-SUB > WS-TRT-TOTAL
       CLOSE XFER-REPORT
       PERFORM CLOSE-LOT-FILE-PARA
       CLOSE STOCK-MASTER
       PERFORM STAMP-SEAL-PARA THRU STAMP-SEAL-END.

       IF TRT-T-TO(WS-TRT-SUB) NOT = WS-RECV-WHSE
           GO TO LAND-ONE-EXIT
       END-IF
      *    THE GOODS TRAVEL AT THE SENDING WAREHOUSE'S AVERAGE COST.
       MOVE ZERO TO WS-XFR-COST
       MOVE TRT-T-FROM(WS-TRT-SUB) TO STK-WHSE
       MOVE TRT-T-ITEM(WS-TRT-SUB) TO STK-ITEM-CODE
       READ STOCK-MASTER
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF STK-AVG-COST NUMERIC
                   MOVE STK-AVG-COST TO WS-XFR-COST
               END-IF
       END-READ
       MOVE WS-RECV-WHSE TO STK-WHSE
       MOVE TRT-T-ITEM(WS-TRT-SUB) TO STK-ITEM-CODE
       READ STOCK-MASTER
               MOVE WS-TODAY-DATE TO STK-LAST-MOVE
               MOVE 'C' TO STK-COUNT-CLASS
               MOVE ZEROES TO STK-LAST-COUNT
               MOVE WS-XFR-COST TO STK-AVG-COST
               WRITE STOCK-RECORD
               END-WRITE
           NOT INVALID KEY
               PERFORM ROLL-AVERAGE-COST-PARA
               ADD TRT-T-QTY(WS-TRT-SUB) TO STK-ON-HAND
               MOVE WS-TODAY-DATE TO STK-LAST-MOVE
               REWRITE STOCK-RECORD
       END-READ
       MOVE TRT-T-ITEM(WS-TRT-SUB) TO WS-LKP-ITEM
       PERFORM FIND-LOT-CTL-PARA
       IF ITEM-LOT-CONTROLLED AND LOT-FILE-OPEN
           PERFORM LAND-LOT-PARA
       END-IF
       MOVE 'T' TO WS-MOVE-TYPE
       MOVE TRT-T-QTY(WS-TRT-SUB) TO WS-MOVE-QTY
       MOVE SPACES TO WS-MOVE-REF
       LAND-ONE-EXIT.
       EXIT.

      *    THE LINE LANDS IN THE LOT IT LEFT WITH; A LOT ALREADY AT
      *    THE DESTINATION ADDS TO IT AND KEEPS ITS EXPIRY.
       LAND-LOT-PARA.
       IF TRT-T-LOT(WS-TRT-SUB) = SPACES
           MOVE "NO-LOT" TO WS-XFR-LOT
       ELSE
           MOVE TRT-T-LOT(WS-TRT-SUB) TO WS-XFR-LOT
       END-IF
       MOVE WS-RECV-WHSE TO LOT-WHSE
       MOVE TRT-T-ITEM(WS-TRT-SUB) TO LOT-ITEM-CODE
       MOVE WS-XFR-LOT TO LOT-NUMBER
       READ STOCK-LOT
           INVALID KEY
               MOVE WS-RECV-WHSE TO LOT-WHSE
               MOVE TRT-T-ITEM(WS-TRT-SUB) TO LOT-ITEM-CODE
               MOVE WS-XFR-LOT TO LOT-NUMBER
               MOVE TRT-T-EXPIRY(WS-TRT-SUB) TO LOT-EXPIRY
               MOVE TRT-T-QTY(WS-TRT-SUB) TO LOT-ON-HAND
               MOVE WS-TODAY-DATE TO LOT-RECEIVED
               WRITE STOCK-LOT-RECORD
               END-WRITE
           NOT INVALID KEY
               ADD TRT-T-QTY(WS-TRT-SUB) TO LOT-ON-HAND
               REWRITE STOCK-LOT-RECORD
       END-READ.

       OPEN-LOT-FILE-PARA.
       OPEN I-O STOCK-LOT
       IF LOT-FILESTATUS = "35"
           OPEN OUTPUT STOCK-LOT
           CLOSE STOCK-LOT
           OPEN I-O STOCK-LOT
       END-IF
       IF LOT-FILESTATUS = "00"
           SET LOT-FILE-OPEN TO TRUE
       END-IF.

       CLOSE-LOT-FILE-PARA.
       IF LOT-FILE-OPEN
           CLOSE STOCK-LOT
           MOVE 'N' TO WS-LOT-FILE-SW
       END-IF.

       FIND-LOT-CTL-PARA.
       MOVE 'N' TO WS-LOT-CTL-SW
       PERFORM VARYING WS-LKP-A-IDX FROM 1 BY 1
               UNTIL WS-LKP-A-IDX > 2 OR ITEM-LOT-CONTROLLED
           PERFORM VARYING WS-LKP-C-IDX FROM 1 BY 1
                   UNTIL WS-LKP-C-IDX > 3 OR ITEM-LOT-CONTROLLED
               IF CODE-VAL(WS-LKP-A-IDX, WS-LKP-C-IDX)
                       = WS-LKP-ITEM
                   AND WS-LOT-CTL(WS-LKP-A-IDX, WS-LKP-C-IDX)
                       = 'Y'
                   SET ITEM-LOT-CONTROLLED TO TRUE
               END-IF
           END-PERFORM
       END-PERFORM.

       LOAD-CATALOG-DRIVER-PARA.
       OPEN INPUT CATALOG-FILE
       IF CAT-FILESTATUS = "00"
           PERFORM LOAD-CATALOG-PARA WITH TEST BEFORE
               UNTIL CAT-END-OF-FILE
           CLOSE CATALOG-FILE
       ELSE
           DISPLAY " CATALOG FILE NOT FOUND - NO LOTS MOVED "
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

      *    THE SAME MOVING AVERAGE RECEIVE KEEPS, TAKEN BEFORE THE
      *    LANDED QUANTITY IS ADDED TO THE ON-HAND.
       ROLL-AVERAGE-COST-PARA.
       IF WS-XFR-COST = ZERO
           GO TO ROLL-AVERAGE-COST-EXIT
       END-IF
       IF STK-AVG-COST NOT NUMERIC
           MOVE ZERO TO STK-AVG-COST
       END-IF
       IF STK-ON-HAND NOT > ZERO OR STK-AVG-COST = ZERO
           MOVE WS-XFR-COST TO STK-AVG-COST
       ELSE
           COMPUTE STK-AVG-COST ROUNDED =
               (STK-ON-HAND * STK-AVG-COST
                   + TRT-T-QTY(WS-TRT-SUB) * WS-XFR-COST)
               / (STK-ON-HAND + TRT-T-QTY(WS-TRT-SUB))
       END-IF.
       ROLL-AVERAGE-COST-EXIT.
       EXIT.

      *    THE SEAL IS STAMPED AFTER THE CLOSE, OVER THE FILE AS
      *    THE RUN LEAVES IT. STOCK KEYS CARRY LETTERS, SO ONLY THE
      *    ALL-NUMERIC ONES FEED THE HASH - THE FEED CONVENTION.
           MOVE TRN-TO-WHSE TO TRT-T-TO(WS-TRT-TOTAL)
           MOVE TRN-SHIP-DATE TO TRT-T-DATE(WS-TRT-TOTAL)
           MOVE 'N' TO TRT-T-LANDED(WS-TRT-TOTAL)
           MOVE TRN-LOT TO TRT-T-LOT(WS-TRT-TOTAL)
           IF TRN-EXPIRY-X IS NUMERIC
               MOVE TRN-EXPIRY TO TRT-T-EXPIRY(WS-TRT-TOTAL)
           ELSE
               MOVE ZERO TO TRT-T-EXPIRY(WS-TRT-TOTAL)
           END-IF
       ELSE
           ADD 1 TO WS-TRT-SKIPPED
       END-IF.
               MOVE TRT-T-FROM(WS-TRT-SUB) TO TRN-FROM-WHSE
               MOVE TRT-T-TO(WS-TRT-SUB) TO TRN-TO-WHSE
               MOVE TRT-T-DATE(WS-TRT-SUB) TO TRN-SHIP-DATE
               IF TRT-T-LOT(WS-TRT-SUB) NOT = SPACES
                   MOVE TRT-T-LOT(WS-TRT-SUB) TO TRN-LOT
                   MOVE TRT-T-EXPIRY(WS-TRT-SUB) TO TRN-EXPIRY
               END-IF
               WRITE TRANSIT-RECORD
           END-IF
       END-PERFORM
