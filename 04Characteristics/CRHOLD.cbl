      ******************************************************************
      * Author:
      * Date:
      * Purpose: Credit-hold queue - the morning report and the
      *          supervisor's release/cancel step for the order lines
      *          the order batch would not ship on credit grounds.
      *          Run with R (or nothing) on the command line it
      *          prints HeldOrders.rpt: every line still on
      *          CreditHold.dat with the customer's name, the value
      *          held, why it was held, the balance on CustBal.dat
      *          and the credit limit on CustMaster.dat. Run with M
      *          it signs on a supervisor through OPERSEC (authority
      *          3 only) and walks the queue oldest first: a line
      *          released goes back onto Orders.dat marked R so the
      *          next order run ships it without the credit check (a
      *          line converted from a quotation keeps its quote
      *          number and line, so it still bills at the quoted
      *          price), a
      *          line cancelled is dropped, and both are logged
      *          through EXCPLOG; anything left alone stays held.
      *          A held line carries the sales order and line it
      *          belongs to: a release takes them back onto
      *          Orders.dat so the order run posts the line to the
      *          same order, and a cancel marks the OrderLine.dat
      *          line cancelled - and the order too, once none of
      *          its lines is left live.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRHOLD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CREDIT-HOLD ASSIGN TO "CreditHold.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CRH-FILESTATUS.
       SELECT ORDER-FILE ASSIGN TO "Orders.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ORD-FILESTATUS.
       SELECT CUSTOMER-MASTER ASSIGN TO "CustMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CM-CUST-ID
           FILE STATUS IS CUS-FILESTATUS.
       SELECT CUST-BALANCE ASSIGN TO "CustBal.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CB-CUST-ID
           FILE STATUS IS BAL-FILESTATUS.
       SELECT ORDER-HEAD ASSIGN TO "OrderHead.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SOH-ORDER-NO
           FILE STATUS IS SOH-FILESTATUS.
       SELECT ORDER-LINE-FILE ASSIGN TO "OrderLine.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SOL-KEY
           FILE STATUS IS SOL-FILESTATUS.
       SELECT HOLD-REPORT ASSIGN TO "HeldOrders.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RPT-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CREDIT-HOLD.
       COPY CRHREC REPLACING ==:REC:== BY ==CREDIT-HOLD-RECORD==.
      *    A RELEASED LINE GOES BACK TO THE ORDER BATCH IN THE SAME
      *    ITEM, QUANTITY, CUSTOMER SHAPE THE UPLOAD APPENDS, WITH
      *    THE RELEASE MARK AFTER IT, THEN THE ORDER AND LINE.
       FD ORDER-FILE.
       01 ORDER-RECORD.
           05 OL-ITEM PIC X(5).
           05 FILLER PIC X(1).
           05 OL-QTY PIC 9(5).
           05 FILLER PIC X(1).
           05 OL-CUST PIC X(6).
           05 FILLER PIC X(1).
           05 OL-RELEASE PIC X(1).
           05 FILLER PIC X(1).
           05 OL-QUOTE-NO PIC X(6).
           05 FILLER PIC X(1).
           05 OL-QUOTE-LINE PIC X(3).
           05 FILLER PIC X(1).
           05 OL-ORDER-NO PIC X(6).
           05 FILLER PIC X(1).
           05 OL-ORDER-LINE PIC X(3).
           05 FILLER PIC X(8).
       FD CUSTOMER-MASTER.
       COPY CMREC REPLACING ==:REC:== BY ==CUSTOMER-RECORD==.
       FD CUST-BALANCE.
       01 CUST-BALANCE-RECORD.
           05 CB-CUST-ID PIC X(6).
           05 CB-BALANCE PIC S9(9)V99.
       FD ORDER-HEAD.
       COPY SOHREC REPLACING ==:REC:== BY ==ORDER-HEAD-RECORD==.
       FD ORDER-LINE-FILE.
       COPY SOLREC REPLACING ==:REC:== BY ==ORDER-LINE-RECORD==.
       FD HOLD-REPORT.
       01 RPT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 CRH-FILESTATUS PIC X(02).
       01 ORD-FILESTATUS PIC X(02).
       01 CUS-FILESTATUS PIC X(02).
       01 BAL-FILESTATUS PIC X(02).
       01 RPT-FILESTATUS PIC X(02).
       01 SOH-FILESTATUS PIC X(02).
       01 SOL-FILESTATUS PIC X(02).
       01 WS-LIVE-LINES PIC 9(3).
       01 WS-SOL-SCAN-SW PIC X(1).
           88 SOL-SCAN-DONE VALUE 'Y'.
       01 CRH-EOF PIC X VALUE 'N'.
           88 CRH-END-OF-FILE VALUE 'Y'.
       01 WS-CUST-FILE-SW PIC X(1) VALUE 'N'.
           88 CUST-FILE-OPEN VALUE 'Y'.
       01 WS-BAL-FILE-SW PIC X(1) VALUE 'N'.
           88 BAL-FILE-OPEN VALUE 'Y'.
      *
      *    THE QUEUE, HELD IN ARRIVAL (OLDEST-FIRST) ORDER AND
      *    WRITTEN BACK WITHOUT THE LINES RELEASED OR CANCELLED.
       01 CHT-TABLE.
           05 CHT-ENTRY OCCURS 200 TIMES.
               10 CHT-T-RECORD PIC X(62).
               10 CHT-T-ACTION PIC X(1).
       01 WS-CHT-TOTAL PIC 9(3) VALUE ZERO.
       01 WS-CHT-MAX PIC 9(3) VALUE 200.
       01 WS-CHT-SUB PIC 9(3).
       01 WS-CHT-SKIPPED PIC 9(3) VALUE ZERO.
      *
       01 WS-CMD-LINE PIC X(80).
       01 WS-RUN-MODE PIC X(1).
           88 REPORT-MODE VALUE 'R' SPACE.
           88 MAINTAIN-MODE VALUE 'M'.
       01 WS-CURR-DATE PIC 9(8).
       01 WS-DAYS-HELD PIC S9(5).
       01 WS-HELD-VALUE PIC S9(9)V99 VALUE ZERO.
       01 WS-RELEASED-COUNT PIC 9(3) VALUE ZERO.
       01 WS-CANCELLED-COUNT PIC 9(3) VALUE ZERO.
       01 WS-ANSWER PIC X(1).
       01 WS-REASON-TEXT PIC X(12).
       01 WS-SHOW-AMOUNT PIC Z(6)9.99.
      *
       01 WS-SEC-FUNC PIC X(1).
       01 WS-SEC-OPERATOR PIC X(8) VALUE SPACES.
       01 WS-SEC-PASSWORD PIC X(8) VALUE SPACES.
       01 WS-SEC-AUTHORITY PIC 9(1) VALUE ZERO.
       01 WS-SEC-RESULT PIC X(1).
      *
       01 WS-SHARED-PROGRAM PIC X(9) VALUE "CRHOLD".
       01 WS-SHARED-ACTION  PIC X(9).
       01 WS-SHARED-KEY     PIC X(10).
      *
       01 RPT-HEADER-1.
           05 FILLER PIC X(26) VALUE "ORDERS ON CREDIT HOLD - ".
           05 RPT-HDR-DATE PIC 9(8).
       01 RPT-HEADER-2.
           05 FILLER PIC X(7) VALUE "CUST".
           05 FILLER PIC X(6) VALUE "ITEM".
           05 FILLER PIC X(6) VALUE "  QTY".
           05 FILLER PIC X(9) VALUE " HELD ON".
           05 FILLER PIC X(12) VALUE "      VALUE".
           05 FILLER PIC X(13) VALUE "  REASON".
           05 FILLER PIC X(13) VALUE "     BALANCE".
           05 FILLER PIC X(12) VALUE "      LIMIT".
       01 RPT-DETAIL-LINE.
           05 RPT-CUST PIC X(7).
           05 RPT-ITEM PIC X(6).
           05 RPT-QTY PIC ZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-DATE PIC 9(8).
           05 RPT-AMOUNT PIC Z(7)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RPT-REASON PIC X(11).
           05 RPT-BALANCE PIC -(8)9.99.
           05 RPT-LIMIT PIC Z(7)9.99.
       01 RPT-NAME-LINE.
           05 FILLER PIC X(7) VALUE SPACES.
           05 RPT-NAME PIC X(20).
           05 FILLER PIC X(6) VALUE SPACES.
           05 RPT-DAYS PIC ZZZZ9.
           05 FILLER PIC X(10) VALUE " DAYS HELD".
       01 RPT-TOTAL-LINE.
           05 RPT-TOTAL-LABEL PIC X(22).
           05 RPT-TOTAL-COUNT PIC ZZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 RPT-TOTAL-VALUE PIC Z(8)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           MOVE SPACE TO WS-RUN-MODE.
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE INTO WS-RUN-MODE
           END-UNSTRING.
           IF NOT REPORT-MODE AND NOT MAINTAIN-MODE
               DISPLAY "USAGE: CRHOLD [R|M]"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
      *    RELEASING CREDIT IS A SUPERVISOR FUNCTION; THE REPORT
      *    TOUCHES NOTHING AND NEEDS NO SIGN-ON.
           IF MAINTAIN-MODE
               DISPLAY "OPERATOR ID ? " WITH NO ADVANCING
               ACCEPT WS-SEC-OPERATOR
               DISPLAY "PASSWORD ? " WITH NO ADVANCING
               ACCEPT WS-SEC-PASSWORD
               MOVE 'S' TO WS-SEC-FUNC
               CALL "OPERSEC" USING WS-SEC-FUNC, WS-SEC-OPERATOR,
                   WS-SEC-PASSWORD, WS-SEC-AUTHORITY, WS-SEC-RESULT
               IF WS-SEC-RESULT NOT = 'Y' OR WS-SEC-AUTHORITY < 3
                   DISPLAY "SIGN-ON REFUSED OR AUTHORITY TOO LOW -"
                   DISPLAY "CREDIT RELEASE NEEDS SUPERVISOR AUTHORITY"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           PERFORM LOAD-HOLDS-PARA THRU LOAD-HOLDS-END.
      *    THESE ARE LIVE CUSTOMER ORDERS - A QUEUE THE TABLE CANNOT
      *    HOLD WHOLE IS REFUSED UNTOUCHED RATHER THAN REWRITTEN
      *    SHORT, THE SAME GUARD THE BACKORDER RELEASE KEEPS.
           IF WS-CHT-SKIPPED > ZERO
               DISPLAY "*** MORE THAN " WS-CHT-MAX " LINES ON CREDIT "
               DISPLAY "*** HOLD - RUN REFUSED, RAISE THE TABLE"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-CHT-TOTAL = ZERO
               DISPLAY " NO ORDERS ON CREDIT HOLD "
           END-IF.
           OPEN INPUT CUSTOMER-MASTER.
           IF CUS-FILESTATUS = "00"
               SET CUST-FILE-OPEN TO TRUE
           END-IF.
           OPEN INPUT CUST-BALANCE.
           IF BAL-FILESTATUS = "00"
               SET BAL-FILE-OPEN TO TRUE
           END-IF.
           IF MAINTAIN-MODE
               PERFORM MAINTAIN-HOLDS-PARA
           ELSE
               PERFORM PRINT-HOLDS-PARA
           END-IF.
           IF BAL-FILE-OPEN
               CLOSE CUST-BALANCE
           END-IF.
           IF CUST-FILE-OPEN
               CLOSE CUSTOMER-MASTER
           END-IF.
           GOBACK.

       PRINT-HOLDS-PARA.
           OPEN OUTPUT HOLD-REPORT.
           MOVE WS-CURR-DATE TO RPT-HDR-DATE.
           WRITE RPT-LINE FROM RPT-HEADER-1.
           WRITE RPT-LINE FROM RPT-HEADER-2.
           PERFORM PRINT-ONE-HOLD-PARA
               VARYING WS-CHT-SUB FROM 1 BY 1
               UNTIL WS-CHT-SUB > WS-CHT-TOTAL.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "LINES ON HOLD       : " TO RPT-TOTAL-LABEL.
           MOVE WS-CHT-TOTAL TO RPT-TOTAL-COUNT.
           MOVE WS-HELD-VALUE TO RPT-TOTAL-VALUE.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE.
           CLOSE HOLD-REPORT.
           DISPLAY "LINES ON CREDIT HOLD : " WS-CHT-TOTAL.

       PRINT-ONE-HOLD-PARA.
           MOVE CHT-T-RECORD(WS-CHT-SUB) TO CREDIT-HOLD-RECORD.
           PERFORM DESCRIBE-HOLD-PARA.
           WRITE RPT-LINE FROM RPT-DETAIL-LINE.
           WRITE RPT-LINE FROM RPT-NAME-LINE.

      *    FILLS THE DETAIL AND NAME LINES FOR THE HELD LINE IN THE
      *    RECORD AREA - THE REPORT PRINTS THEM, THE SUPERVISOR'S
      *    SCREEN SHOWS THEM.
       DESCRIBE-HOLD-PARA.
           MOVE CH-CUST TO RPT-CUST.
           MOVE CH-ITEM TO RPT-ITEM.
           MOVE CH-QTY TO RPT-QTY.
           MOVE CH-DATE TO RPT-DATE.
           MOVE CH-AMOUNT TO RPT-AMOUNT.
           ADD FUNCTION NUMVAL(CH-AMOUNT) TO WS-HELD-VALUE.
           EVALUATE TRUE
           WHEN CH-OVER-LIMIT
               MOVE "OVER LIMIT" TO RPT-REASON
           WHEN CH-OVERDUE-90
               MOVE "90+ DAYS" TO RPT-REASON
           WHEN OTHER
               MOVE "UNKNOWN" TO RPT-REASON
           END-EVALUATE.
           MOVE ZERO TO RPT-BALANCE.
           IF BAL-FILE-OPEN
               MOVE CH-CUST TO CB-CUST-ID
               READ CUST-BALANCE
                   INVALID KEY
                       MOVE ZERO TO CB-BALANCE
               END-READ
               MOVE CB-BALANCE TO RPT-BALANCE
           END-IF.
           MOVE ZERO TO RPT-LIMIT.
           MOVE "*NOT ON MASTER*" TO RPT-NAME.
           IF CUST-FILE-OPEN
               MOVE CH-CUST TO CM-CUST-ID
               READ CUSTOMER-MASTER
                   INVALID KEY
                       MOVE "*NOT ON MASTER*" TO CM-NAME
                       MOVE ZERO TO CM-CREDIT-LIMIT
               END-READ
               MOVE CM-NAME TO RPT-NAME
               IF CM-CREDIT-LIMIT-X NUMERIC
                   MOVE CM-CREDIT-LIMIT TO RPT-LIMIT
               END-IF
           END-IF.
           MOVE ZERO TO WS-DAYS-HELD.
           IF CH-DATE NUMERIC AND CH-DATE > ZERO
               COMPUTE WS-DAYS-HELD =
                   FUNCTION INTEGER-OF-DATE(WS-CURR-DATE)
                   - FUNCTION INTEGER-OF-DATE(CH-DATE)
           END-IF.
           MOVE WS-DAYS-HELD TO RPT-DAYS.

       MAINTAIN-HOLDS-PARA.
           DISPLAY "=== CREDIT HOLD RELEASE ===".
           DISPLAY "R RELEASES, C CANCELS, BLANK LEAVES ON HOLD".
           PERFORM MAINTAIN-ONE-PARA THRU MAINTAIN-ONE-EXIT
               VARYING WS-CHT-SUB FROM 1 BY 1
               UNTIL WS-CHT-SUB > WS-CHT-TOTAL.
           IF WS-RELEASED-COUNT > ZERO
               PERFORM RETURN-RELEASED-PARA
           END-IF.
           IF WS-CANCELLED-COUNT > ZERO
               PERFORM CANCEL-ORDER-LINES-PARA
           END-IF.
           IF WS-RELEASED-COUNT > ZERO OR WS-CANCELLED-COUNT > ZERO
               PERFORM REWRITE-HOLDS-PARA
           END-IF.
           DISPLAY "LINES RELEASED  : " WS-RELEASED-COUNT.
           DISPLAY "LINES CANCELLED : " WS-CANCELLED-COUNT.

       MAINTAIN-ONE-PARA.
           MOVE CHT-T-RECORD(WS-CHT-SUB) TO CREDIT-HOLD-RECORD.
           PERFORM DESCRIBE-HOLD-PARA.
           DISPLAY RPT-HEADER-2.
           DISPLAY RPT-DETAIL-LINE.
           DISPLAY RPT-NAME-LINE.
           DISPLAY "ACTION (R/C/BLANK) ? " WITH NO ADVANCING.
           MOVE SPACE TO WS-ANSWER.
           ACCEPT WS-ANSWER.
           MOVE FUNCTION UPPER-CASE(WS-ANSWER) TO WS-ANSWER.
           MOVE CH-CUST TO WS-SHARED-KEY.
           EVALUATE WS-ANSWER
           WHEN 'R'
               MOVE 'R' TO CHT-T-ACTION(WS-CHT-SUB)
               ADD 1 TO WS-RELEASED-COUNT
               MOVE "CRED-RELS" TO WS-SHARED-ACTION
               CALL "EXCPLOG" USING WS-SHARED-PROGRAM,
                   WS-SHARED-ACTION, WS-SHARED-KEY
               DISPLAY "RELEASED TO THE NEXT ORDER RUN"
           WHEN 'C'
               MOVE 'C' TO CHT-T-ACTION(WS-CHT-SUB)
               ADD 1 TO WS-CANCELLED-COUNT
               MOVE "CRED-CANC" TO WS-SHARED-ACTION
               CALL "EXCPLOG" USING WS-SHARED-PROGRAM,
                   WS-SHARED-ACTION, WS-SHARED-KEY
               DISPLAY "CANCELLED"
           WHEN OTHER
               DISPLAY "LEFT ON HOLD"
           END-EVALUATE.
       MAINTAIN-ONE-EXIT.
           EXIT.

      *    RELEASED LINES JOIN THE ORDER FILE THE WAY THE UPLOAD'S
      *    DO, CARRYING THE R MARK THE ORDER BATCH HONOURS.
       RETURN-RELEASED-PARA.
           OPEN EXTEND ORDER-FILE.
           IF ORD-FILESTATUS NOT = "00"
               OPEN OUTPUT ORDER-FILE
           END-IF.
           PERFORM VARYING WS-CHT-SUB FROM 1 BY 1
                   UNTIL WS-CHT-SUB > WS-CHT-TOTAL
               IF CHT-T-ACTION(WS-CHT-SUB) = 'R'
                   MOVE CHT-T-RECORD(WS-CHT-SUB)
                       TO CREDIT-HOLD-RECORD
                   MOVE SPACES TO ORDER-RECORD
                   MOVE CH-ITEM TO OL-ITEM
                   MOVE CH-QTY TO OL-QTY
                   MOVE CH-CUST TO OL-CUST
                   MOVE 'R' TO OL-RELEASE
                   MOVE CH-QUOTE-NO TO OL-QUOTE-NO
                   MOVE CH-QUOTE-LINE TO OL-QUOTE-LINE
                   MOVE CH-ORDER-NO TO OL-ORDER-NO
                   MOVE CH-ORDER-LINE TO OL-ORDER-LINE
                   WRITE ORDER-RECORD
               END-IF
           END-PERFORM.
           CLOSE ORDER-FILE.

      *    A CANCELLED LINE IS CANCELLED ON ITS SALES ORDER; THE
      *    ORDER ITSELF IS CANCELLED WHEN NO LINE OF IT IS LEFT LIVE.
      *    NO ORDER MASTER MEANS NOTHING TO CARRY BACK.
       CANCEL-ORDER-LINES-PARA.
           OPEN I-O ORDER-HEAD.
           OPEN I-O ORDER-LINE-FILE.
           IF SOH-FILESTATUS NOT = "00" OR SOL-FILESTATUS NOT = "00"
               IF SOH-FILESTATUS = "00"
                   CLOSE ORDER-HEAD
               END-IF
               IF SOL-FILESTATUS = "00"
                   CLOSE ORDER-LINE-FILE
               END-IF
               GO TO CANCEL-ORDER-LINES-EXIT
           END-IF.
           PERFORM CANCEL-ONE-LINE-PARA
               VARYING WS-CHT-SUB FROM 1 BY 1
               UNTIL WS-CHT-SUB > WS-CHT-TOTAL.
           CLOSE ORDER-HEAD.
           CLOSE ORDER-LINE-FILE.
       CANCEL-ORDER-LINES-EXIT.
           EXIT.

       CANCEL-ONE-LINE-PARA.
           MOVE CHT-T-RECORD(WS-CHT-SUB) TO CREDIT-HOLD-RECORD.
           IF CHT-T-ACTION(WS-CHT-SUB) = 'C'
                   AND CH-ORDER-NO IS NUMERIC
                   AND CH-ORDER-LINE IS NUMERIC
               MOVE CH-ORDER-NO TO SOL-ORDER-NO
               MOVE CH-ORDER-LINE TO SOL-LINE-NO
               READ ORDER-LINE-FILE
                   NOT INVALID KEY
                       MOVE 'X' TO SOL-STATUS
                       MOVE WS-CURR-DATE TO SOL-STATUS-DATE
                       REWRITE ORDER-LINE-RECORD
                       END-REWRITE
               END-READ
               PERFORM COUNT-LIVE-LINES-PARA
               IF WS-LIVE-LINES = ZERO
                   MOVE CH-ORDER-NO TO SOH-ORDER-NO
                   READ ORDER-HEAD
                       NOT INVALID KEY
                           MOVE 'X' TO SOH-STATUS
                           MOVE WS-CURR-DATE TO SOH-STATUS-DATE
                           REWRITE ORDER-HEAD-RECORD
                           END-REWRITE
                   END-READ
               END-IF
           END-IF.

      *    COUNTS THE LINES OF THE ORDER IN CH-ORDER-NO NOT CANCELLED.
       COUNT-LIVE-LINES-PARA.
           MOVE ZERO TO WS-LIVE-LINES.
           MOVE 'N' TO WS-SOL-SCAN-SW.
           MOVE CH-ORDER-NO TO SOL-ORDER-NO.
           MOVE ZERO TO SOL-LINE-NO.
           START ORDER-LINE-FILE KEY IS NOT LESS THAN SOL-KEY
               INVALID KEY
                   SET SOL-SCAN-DONE TO TRUE
           END-START.
           PERFORM SCAN-LIVE-LINE-PARA UNTIL SOL-SCAN-DONE.

       SCAN-LIVE-LINE-PARA.
           READ ORDER-LINE-FILE NEXT RECORD
               AT END
                   SET SOL-SCAN-DONE TO TRUE
           END-READ.
           IF NOT SOL-SCAN-DONE
               IF SOL-ORDER-NO NOT = CH-ORDER-NO
                   SET SOL-SCAN-DONE TO TRUE
               ELSE
                   IF NOT SOL-IS-CANCELLED
                       ADD 1 TO WS-LIVE-LINES
                   END-IF
               END-IF
           END-IF.

       REWRITE-HOLDS-PARA.
           OPEN OUTPUT CREDIT-HOLD.
           PERFORM VARYING WS-CHT-SUB FROM 1 BY 1
                   UNTIL WS-CHT-SUB > WS-CHT-TOTAL
               IF CHT-T-ACTION(WS-CHT-SUB) = SPACE
                   MOVE CHT-T-RECORD(WS-CHT-SUB)
                       TO CREDIT-HOLD-RECORD
                   WRITE CREDIT-HOLD-RECORD
               END-IF
           END-PERFORM.
           CLOSE CREDIT-HOLD.

       LOAD-HOLDS-PARA.
           OPEN INPUT CREDIT-HOLD.
           IF CRH-FILESTATUS NOT = "00"
               GO TO LOAD-HOLDS-END
           END-IF.
           PERFORM LOAD-ONE-HOLD-PARA THRU LOAD-ONE-HOLD-EXIT
               UNTIL CRH-END-OF-FILE.
           CLOSE CREDIT-HOLD.
       LOAD-HOLDS-END.
           EXIT.

       LOAD-ONE-HOLD-PARA.
           READ CREDIT-HOLD
               AT END
                   SET CRH-END-OF-FILE TO TRUE
                   GO TO LOAD-ONE-HOLD-EXIT
           END-READ.
           IF CH-ITEM = SPACES
               GO TO LOAD-ONE-HOLD-EXIT
           END-IF.
           IF WS-CHT-TOTAL < WS-CHT-MAX
               ADD 1 TO WS-CHT-TOTAL
               MOVE CREDIT-HOLD-RECORD TO CHT-T-RECORD(WS-CHT-TOTAL)
               MOVE SPACE TO CHT-T-ACTION(WS-CHT-TOTAL)
           ELSE
               ADD 1 TO WS-CHT-SKIPPED
           END-IF.
       LOAD-ONE-HOLD-EXIT.
           EXIT.
       END PROGRAM CRHOLD.
