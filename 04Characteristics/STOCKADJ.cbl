      *          StockAdjAudit.log showing the old and new
      *          quantities, so the count process actually corrects
      *          the book stock it reconciles.
      *          A line may carry a lot number after the quantity:
      *          the quantity is then the approved on-hand of that
      *          lot on StockLot.dat - nought to write off a lot the
      *          LOTEXPRY report shows expired - and the item's
      *          StockMaster.dat on-hand moves by the lot's change,
      *          journalled with the lot as the reference.
      *          Each line carries the APPRSIGN stamps and is posted
      *          only through SODCHK: a line not yet raised and
      *          approved is passed over for a later run, and one
      *          approved by the operator who raised it is refused.
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
       SELECT ADJUST-AUDIT ASSIGN TO "StockAdjAudit.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUD-FILESTATUS.
       DATA DIVISION.
       FILE SECTION.
       FD APPROVED-FILE.
       COPY APVREC REPLACING ==:REC:== BY ==APPROVED-LINE==.
       FD STOCK-MASTER.
       COPY STKREC REPLACING ==:REC:== BY ==STOCK-RECORD==.
       FD STOCK-LOT.
       COPY LOTREC REPLACING ==:REC:== BY ==STOCK-LOT-RECORD==.
       FD ADJUST-AUDIT.
       01 AUDIT-LINE PIC X(70).
       WORKING-STORAGE SECTION.
       01 APP-FILESTATUS PIC X(02).
       01 STK-FILESTATUS PIC X(02).
       01 AUD-FILESTATUS PIC X(02).
       01 LOT-FILESTATUS PIC X(02).
       01 APP-EOF PIC X VALUE 'N'.
           88 APP-END-OF-FILE VALUE 'Y'.
       01 WS-CMD-LINE PIC X(80).
       01 WS-WHSE PIC X(2) VALUE "01".
       01 WS-COD-IN PIC X(5).
       01 WS-QTY-IN PIC X(10).
       01 WS-LOT-IN PIC X(10).
       01 WS-LOT-OLD-QTY PIC S9(5).
       01 WS-LOT-CHANGE PIC S9(5).
       01 WS-LOT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-NEW-QTY PIC S9(5).
       01 WS-OLD-QTY PIC S9(5).
       01 WS-CURR-DATE PIC 9(8).
       01 WS-CURR-TIME PIC 9(8).
       01 WS-POSTED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-CREATED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-WAITING-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REFUSED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-SOD-RESULT PIC X(1).
           88 SOD-GOOD VALUE 'Y'.
           88 SOD-UNAPPROVED VALUE 'U'.
           88 SOD-SAME-OPERATOR VALUE 'S'.
      *    EVERY QUANTITY CHANGE IS JOURNALLED THROUGH THE SHARED
      *    STKMOVE WRITER.
       01 WS-SHARED-PROGRAM PIC X(9) VALUE "STOCKADJ".
           05 AUD-OLD-QTY PIC -(4)9.
           05 FILLER PIC X(5) VALUE " NEW ".
           05 AUD-NEW-QTY PIC -(4)9.
           05 FILLER PIC X(5) VALUE " LOT ".
           05 AUD-LOT PIC X(10).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
               CLOSE STOCK-MASTER
               OPEN I-O STOCK-MASTER
           END-IF.
           OPEN I-O STOCK-LOT.
           IF LOT-FILESTATUS = "35"
               OPEN OUTPUT STOCK-LOT
               CLOSE STOCK-LOT
               OPEN I-O STOCK-LOT
           END-IF.
           OPEN EXTEND ADJUST-AUDIT.
           IF AUD-FILESTATUS NOT = "00"
               OPEN OUTPUT ADJUST-AUDIT
           PERFORM POST-ONE-PARA THRU POST-ONE-EXIT
               UNTIL APP-END-OF-FILE.
           CLOSE ADJUST-AUDIT.
           CLOSE STOCK-LOT.
           CLOSE STOCK-MASTER.
           PERFORM STAMP-SEAL-PARA THRU STAMP-SEAL-END.
           CLOSE APPROVED-FILE.
           DISPLAY "ADJUSTMENTS POSTED : " WS-POSTED-COUNT.
           DISPLAY "ITEMS CREATED      : " WS-CREATED-COUNT.
           DISPLAY "LOTS ADJUSTED      : " WS-LOT-COUNT.
           DISPLAY "AWAITING APPROVAL  : " WS-WAITING-COUNT.
           DISPLAY "REFUSED - SAME OPR : " WS-REFUSED-COUNT.
           STOP RUN.

      *    THE SEAL IS STAMPED AFTER THE CLOSE, OVER THE FILE AS
                   SET APP-END-OF-FILE TO TRUE
                   GO TO POST-ONE-EXIT
           END-READ.
           MOVE SPACES TO WS-COD-IN.
           MOVE SPACES TO WS-QTY-IN.
           MOVE SPACES TO WS-LOT-IN.
           UNSTRING APV-DETAIL DELIMITED BY ALL SPACE
               INTO WS-COD-IN WS-QTY-IN WS-LOT-IN
           END-UNSTRING.
           IF WS-COD-IN = SPACES
               GO TO POST-ONE-EXIT
           END-IF.
      *    NO BOOK STOCK MOVES WITHOUT A SECOND PERSON'S APPROVAL.
           CALL "SODCHK" USING WS-SHARED-PROGRAM, APPROVED-LINE,
               WS-SOD-RESULT.
           IF SOD-UNAPPROVED
               ADD 1 TO WS-WAITING-COUNT
               GO TO POST-ONE-EXIT
           END-IF.
           IF SOD-SAME-OPERATOR
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY "REF " APV-REF " ITEM " WS-COD-IN
                   " REFUSED - APPROVED BY ITS RAISER"
               GO TO POST-ONE-EXIT
           END-IF.
           MOVE FUNCTION NUMVAL(WS-QTY-IN) TO WS-NEW-QTY.
           IF WS-LOT-IN NOT = SPACES
               PERFORM POST-LOT-PARA
               GO TO POST-ONE-EXIT
           END-IF.
           MOVE WS-WHSE TO STK-WHSE.
           MOVE WS-COD-IN TO STK-ITEM-CODE.
           READ STOCK-MASTER
                   MOVE WS-CURR-DATE TO STK-LAST-MOVE
                   MOVE 'C' TO STK-COUNT-CLASS
                   MOVE ZEROES TO STK-LAST-COUNT
                   MOVE ZERO TO STK-AVG-COST
                   WRITE STOCK-RECORD
                   END-WRITE
                   ADD 1 TO WS-CREATED-COUNT
           MOVE WS-COD-IN TO AUD-ITEM.
           MOVE WS-OLD-QTY TO AUD-OLD-QTY.
           MOVE WS-NEW-QTY TO AUD-NEW-QTY.
           MOVE SPACES TO AUD-LOT.
           WRITE AUDIT-LINE FROM AUDIT-RECORD.
       POST-ONE-EXIT.
           EXIT.

      *    A LOT COUNT SETS THE LOT'S ON-HAND AND MOVES THE ITEM'S
      *    TOTAL BY THE SAME CHANGE, SO THE MASTER STAYS THE SUM OF
      *    ITS LOTS. A LOT NOT ON FILE IS RAISED WITH NO EXPIRY.
       POST-LOT-PARA.
           MOVE WS-WHSE TO LOT-WHSE.
           MOVE WS-COD-IN TO LOT-ITEM-CODE.
           MOVE WS-LOT-IN TO LOT-NUMBER.
           READ STOCK-LOT
               INVALID KEY
                   MOVE ZERO TO WS-LOT-OLD-QTY
                   MOVE WS-WHSE TO LOT-WHSE
                   MOVE WS-COD-IN TO LOT-ITEM-CODE
                   MOVE WS-LOT-IN TO LOT-NUMBER
                   MOVE ZERO TO LOT-EXPIRY
                   MOVE WS-NEW-QTY TO LOT-ON-HAND
                   MOVE WS-CURR-DATE TO LOT-RECEIVED
                   WRITE STOCK-LOT-RECORD
                   END-WRITE
               NOT INVALID KEY
                   MOVE LOT-ON-HAND TO WS-LOT-OLD-QTY
                   MOVE WS-NEW-QTY TO LOT-ON-HAND
                   REWRITE STOCK-LOT-RECORD
           END-READ.
           ADD 1 TO WS-LOT-COUNT.
           COMPUTE WS-LOT-CHANGE = WS-NEW-QTY - WS-LOT-OLD-QTY.
           MOVE WS-WHSE TO STK-WHSE.
           MOVE WS-COD-IN TO STK-ITEM-CODE.
           READ STOCK-MASTER
               INVALID KEY
                   MOVE WS-WHSE TO STK-WHSE
                   MOVE WS-COD-IN TO STK-ITEM-CODE
                   MOVE WS-LOT-CHANGE TO STK-ON-HAND
                   MOVE WS-CURR-DATE TO STK-LAST-MOVE
                   MOVE 'C' TO STK-COUNT-CLASS
                   MOVE ZEROES TO STK-LAST-COUNT
                   MOVE ZERO TO STK-AVG-COST
                   WRITE STOCK-RECORD
                   END-WRITE
                   ADD 1 TO WS-CREATED-COUNT
               NOT INVALID KEY
                   ADD WS-LOT-CHANGE TO STK-ON-HAND
                   MOVE WS-CURR-DATE TO STK-LAST-MOVE
                   REWRITE STOCK-RECORD
           END-READ.
           ADD 1 TO WS-POSTED-COUNT.
           MOVE 'A' TO WS-MOVE-TYPE.
           MOVE WS-LOT-CHANGE TO WS-MOVE-QTY.
           MOVE WS-LOT-IN TO WS-MOVE-REF.
           CALL "STKMOVE" USING WS-COD-IN, WS-MOVE-TYPE,
               WS-MOVE-QTY, WS-SHARED-PROGRAM, WS-MOVE-REF.
           MOVE WS-CURR-DATE TO AUD-TIMESTAMP.
           MOVE WS-CURR-TIME TO AUD-TIME.
           MOVE WS-COD-IN TO AUD-ITEM.
           MOVE WS-LOT-OLD-QTY TO AUD-OLD-QTY.
           MOVE WS-NEW-QTY TO AUD-NEW-QTY.
           MOVE WS-LOT-IN TO AUD-LOT.
           WRITE AUDIT-LINE FROM AUDIT-RECORD.
       END PROGRAM STOCKADJ.
