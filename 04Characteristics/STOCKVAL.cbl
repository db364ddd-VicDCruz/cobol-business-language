      * Date:
      * Purpose: Month-end inventory valuation - what the warehouse is
      *          actually worth. Reads every StockMaster.dat record,
      *          looks the item's article group up in the Catalog.dat
      *          table TABL4 loads, extends on-hand times the
      *          item's moving-average unit cost for the warehouse
      *          (the stock is valued at what it cost, not at what
      *          it will sell for; an item never costed is flagged
      *          and carries no value, an item missing from the
      *          catalog is valued under group NOCAT), and prints
      *          InvValuation.rpt
      *          with a value subtotal per article group and a grand
      *          total. The total is posted to the Transactions.dat /
      *          ControlTotal.dat pair so it lands in the existing
      *          BalanceReport and LEDGER chain - as the change from
      *          the inventory account's balance forward on
      *          AcctBal.dat, so that once LEDGER posts it the
      *          account stands at the valuation and GLRECON can
      *          prove it against the stock master. The InvVal.rc
      *          run-control stamp blocks a second run in the same
      *          month. The posting goes through PERCHK first: a
      *          run dated into an accounting period month-end has
      *          already closed still prints the valuation, but the
      *          total is queued on suspense instead of posted.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       SELECT RUN-CONTROL-FILE ASSIGN TO "InvVal.rc"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RCF-FILESTATUS.
       SELECT ACCT-BAL-FILE ASSIGN TO "AcctBal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ABL-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.
       01 CTL-LINE PIC X(20).
       FD RUN-CONTROL-FILE.
       01 RC-RECORD PIC 9(8).
       FD ACCT-BAL-FILE.
       COPY ABALREC REPLACING ==:REC:== BY ==ACCT-BAL-RECORD==.

       WORKING-STORAGE SECTION.
      *    THE SAME ARTICLE/CODE TABLE SHAPE TABL4 LOADS.
       01 TXN-FILESTATUS PIC X(02).
       01 CTL-FILESTATUS PIC X(02).
       01 RCF-FILESTATUS PIC X(02).
       01 ABL-FILESTATUS PIC X(02).
       01 CAT-EOF PIC X VALUE 'N'.
           88 CAT-END-OF-FILE VALUE 'Y'.
       01 STK-EOF PIC X VALUE 'N'.
           88 STK-END-OF-FILE VALUE 'Y'.
       01 ABL-EOF PIC X VALUE 'N'.
           88 ABL-END-OF-FILE VALUE 'Y'.
      *
       01 WS-ARTICLE-NAME-IN PIC X(5).
       01 WS-CODE-IN PIC X(5).
       01 WS-UNIT-PRICE PIC S9(5)V99.
       01 WS-ITEM-VALUE PIC S9(9)V99.
       01 WS-GRAND-TOTAL PIC S9(9)V99 VALUE ZERO.
       01 WS-BOOK-VALUE PIC S9(9)V99 VALUE ZERO.
       01 WS-POST-AMOUNT PIC S9(9)V99 VALUE ZERO.
       01 WS-ITEM-COUNT PIC 9(5) VALUE ZERO.
       01 WS-NO-PRICE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-NO-COST-COUNT PIC 9(5) VALUE ZERO.
       01 WS-AMOUNT-TEXT PIC -(8)9.99.
      *    THE VALUATION POSTS TO THE 1400 INVENTORY ACCOUNT ON THE
      *    TRANSACTION STREAM, AS THE CHANGE FROM ITS BOOK VALUE.
       01 WS-TXN-DETAIL.
           05 TXD-AMOUNT PIC -(8)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           88 SEAL-WALK-DONE VALUE 'Y'.
       01 WS-SHARED-ACTION PIC X(9).
       01 WS-SHARED-KEY PIC X(10).
      *
       01 WS-PER-FUNC PIC X(1).
       01 WS-PER-PROGRAM PIC X(9) VALUE "STOCKVAL".
       01 WS-PER-DATE PIC 9(8).
       01 WS-PER-PAYLOAD PIC X(80).
       01 WS-PER-RESULT PIC X(1).
      *
       01 WS-PARSE-RECORD PIC X(256).
       01 WS-PARSE-DELIM PIC X(1) VALUE SPACE.
       01 WS-NEW-CONTROL PIC S9(9)V99.
      *
       01 RPT-HEADER-1.
           05 FILLER PIC X(40) VALUE
              "MONTH-END INVENTORY VALUATION AT COST - ".
           05 RPT-HDR-DATE PIC 9(8).
       01 RPT-DETAIL-LINE.
           05 RPT-WHSE PIC X(3).
           05 RPT-PRICE PIC -(4)9.99.
           05 FILLER PIC X(4) VALUE " = ".
           05 RPT-VALUE PIC -(8)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-NOTE PIC X(8).
       01 RPT-GROUP-LINE.
           05 FILLER PIC X(3) VALUE "WH".
           05 RPT-GROUP-WHSE PIC X(3).
           MOVE "GRAND TOTAL        : " TO RPT-TOTAL-LABEL.
           MOVE WS-GRAND-TOTAL TO RPT-TOTAL-VALUE.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE.
           PERFORM READ-BOOK-VALUE-PARA.
           COMPUTE WS-POST-AMOUNT = WS-GRAND-TOTAL - WS-BOOK-VALUE.
           MOVE "BOOK VALUE         : " TO RPT-TOTAL-LABEL.
           MOVE WS-BOOK-VALUE TO RPT-TOTAL-VALUE.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE.
           MOVE "ADJUSTMENT TO BOOK : " TO RPT-TOTAL-LABEL.
           MOVE WS-POST-AMOUNT TO RPT-TOTAL-VALUE.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE.
           CLOSE VALUATION-REPORT.
           CLOSE STOCK-MASTER.
           PERFORM CHECK-PERIOD-PARA.
           IF WS-PER-RESULT = 'N'
               DISPLAY " VALUATION NOT POSTED - PERIOD IS CLOSED "
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM POST-TO-CHAIN-PARA
           END-IF.
           DISPLAY "ITEMS VALUED        : " WS-ITEM-COUNT.
           DISPLAY "NOT ON CATALOG      : " WS-NO-PRICE-COUNT.
           DISPLAY "NO COST ON FILE     : " WS-NO-COST-COUNT.
           DISPLAY "WAREHOUSE VALUE     : " WS-GRAND-TOTAL.
           DISPLAY "ADJUSTMENT TO BOOK  : " WS-POST-AMOUNT.
           PERFORM STAMP-RUN-CONTROL-PARA.
           STOP RUN.

                   GO TO VALUE-ONE-EXIT
           END-READ.
           ADD 1 TO WS-ITEM-COUNT.
           MOVE SPACES TO RPT-NOTE.
           PERFORM LOOKUP-CODE-PARA.
           IF CODE-FOUND
               MOVE NAME-ARTICLE(WS-LKP-A-IDX) TO WS-THIS-GROUP
           ELSE
               ADD 1 TO WS-NO-PRICE-COUNT
               MOVE "NOCAT" TO WS-THIS-GROUP
               MOVE "NO CATLG" TO RPT-NOTE
           END-IF.
           IF STK-AVG-COST NOT NUMERIC
               MOVE ZERO TO STK-AVG-COST
           END-IF.
           IF STK-AVG-COST = ZERO
               ADD 1 TO WS-NO-COST-COUNT
               MOVE "NO COST" TO RPT-NOTE
           END-IF.
           MOVE STK-AVG-COST TO WS-UNIT-PRICE.
           COMPUTE WS-ITEM-VALUE = WS-UNIT-PRICE * STK-ON-HAND.
           ADD WS-ITEM-VALUE TO WS-GRAND-TOTAL.
           MOVE STK-WHSE TO WS-THIS-WHSE.
           PERFORM ROLL-GROUP-PARA.
           MOVE STK-WHSE TO RPT-WHSE.
               SUBTRACT 1 FROM WS-LKP-A-IDX
           END-IF.

      *    THE POSTING IS JUDGED AGAINST THE PERIOD CALENDAR BEFORE
      *    EITHER SIDE OF THE PROOF IS TOUCHED.
       CHECK-PERIOD-PARA.
           MOVE 'P' TO WS-PER-FUNC.
           MOVE WS-TODAY-DATE TO WS-PER-DATE.
           MOVE WS-POST-AMOUNT TO TXD-AMOUNT.
           MOVE SPACES TO WS-PER-PAYLOAD.
           MOVE WS-TXN-DETAIL TO WS-PER-PAYLOAD.
           CALL "PERCHK" USING WS-PER-FUNC, WS-PER-PROGRAM,
               WS-PER-DATE, WS-PER-PAYLOAD, WS-PER-RESULT
           END-CALL.

      *    THE VALUATION POSTS TO BOTH SIDES OF THE BALANCING PROOF,
      *    SO THE BALANCE REPORT STAYS IN BALANCE AND THE LEDGER
      *    CHAIN SEES THE NUMBER.
           IF TXN-FILESTATUS NOT = "00"
               OPEN OUTPUT TRANSACTION-FILE
           END-IF.
           MOVE WS-POST-AMOUNT TO TXD-AMOUNT.
           MOVE WS-TXN-DETAIL TO TXN-LINE.
           WRITE TXN-LINE.
           CLOSE TRANSACTION-FILE.
               CLOSE CONTROL-FILE
           END-IF.
           COMPUTE WS-NEW-CONTROL =
               WS-PRIOR-CONTROL + WS-POST-AMOUNT.
           OPEN OUTPUT CONTROL-FILE.
           MOVE WS-NEW-CONTROL TO WS-AMOUNT-TEXT.
           MOVE WS-AMOUNT-TEXT TO CTL-LINE.
           WRITE CTL-LINE.
           CLOSE CONTROL-FILE.

      *    THE BOOK VALUE IS WHAT THE INVENTORY ACCOUNT ALREADY
      *    CARRIES ON THE BALANCE FORWARD; WITH NO BALANCE YET THE
      *    WHOLE VALUATION IS POSTED.
       READ-BOOK-VALUE-PARA.
           OPEN INPUT ACCT-BAL-FILE.
           IF ABL-FILESTATUS = "00"
               PERFORM READ-ONE-BALANCE-PARA UNTIL ABL-END-OF-FILE
               CLOSE ACCT-BAL-FILE
           END-IF.

       READ-ONE-BALANCE-PARA.
           READ ACCT-BAL-FILE
               AT END
                   SET ABL-END-OF-FILE TO TRUE
               NOT AT END
                   IF ABL-ACCT = TXD-ACCT
                       COMPUTE WS-BOOK-VALUE =
                           FUNCTION NUMVAL(ABL-BALANCE)
                   END-IF
           END-READ.

       CHECK-RUN-CONTROL-PARA.
           OPEN INPUT RUN-CONTROL-FILE.
           IF RCF-FILESTATUS = "00"
