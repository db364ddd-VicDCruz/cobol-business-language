      *          groups the invoice amounts by customer, and prints
      *          one statement section per customer on Statements.rpt
      *          - the customer's name from CustMaster.dat, each
      *          dated item still open (with its invoice number and
      *          the part-paid or on-account cash marks the cash
      *          application run leaves; cleared items drop off),
      *          the open-items total, and the running balance
      *          carried on CustBal.dat. A customer
      *          number with no master record prints flagged rather
      *          than silently dropped.
      * Tectonics: cobc
       DATA DIVISION.
       FILE SECTION.
       FD AR-DETAIL.
       COPY ARDREC REPLACING ==:REC:== BY ==AR-DETAIL-RECORD==.
       FD CUSTOMER-MASTER.
       COPY CMREC REPLACING ==:REC:== BY ==CUSTOMER-RECORD==.
       FD CUST-BALANCE.
               10 ITM-T-CUST PIC X(6).
               10 ITM-T-DATE PIC 9(8).
               10 ITM-T-AMOUNT PIC S9(7)V99.
               10 ITM-T-INVOICE PIC X(6).
               10 ITM-T-NOTE PIC X(12).
               10 ITM-T-PRINTED PIC X(1).
       01 WS-ITM-TOTAL PIC 9(3) VALUE ZERO.
       01 WS-ITM-MAX PIC 9(3) VALUE 500.
           05 RPT-ITEM-DATE PIC 9(8).
           05 FILLER PIC X(3) VALUE SPACES.
           05 RPT-ITEM-AMOUNT PIC -(7)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RPT-ITEM-INVOICE PIC X(8).
           05 RPT-ITEM-NOTE PIC X(12).
       01 RPT-TOTAL-LINE.
           05 RPT-TOTAL-LABEL PIC X(22).
           05 RPT-TOTAL-AMOUNT PIC -(8)9.99.
       IF AR-CUST-ID = SPACES
           GO TO LOAD-ONE-ITEM-EXIT
       END-IF
      *    A CLEARED ITEM HAS BEEN PAID AND DROPS OFF THE STATEMENT.
       IF AR-ITEM-CLEARED
           GO TO LOAD-ONE-ITEM-EXIT
       END-IF
       IF WS-ITM-TOTAL < WS-ITM-MAX
           ADD 1 TO WS-ITM-TOTAL
           MOVE AR-CUST-ID TO ITM-T-CUST(WS-ITM-TOTAL)
           MOVE AR-DATE TO ITM-T-DATE(WS-ITM-TOTAL)
           IF AR-OPEN-AMOUNT-X = SPACES
               COMPUTE ITM-T-AMOUNT(WS-ITM-TOTAL) =
                   FUNCTION NUMVAL(AR-AMOUNT)
           ELSE
               COMPUTE ITM-T-AMOUNT(WS-ITM-TOTAL) =
                   FUNCTION NUMVAL(AR-OPEN-AMOUNT)
           END-IF
           MOVE AR-INVOICE TO ITM-T-INVOICE(WS-ITM-TOTAL)
           EVALUATE TRUE
           WHEN AR-TYPE-ON-ACCOUNT
               MOVE "ON ACCOUNT" TO ITM-T-NOTE(WS-ITM-TOTAL)
           WHEN AR-TYPE-CREDIT-MEMO
               MOVE "CREDIT MEMO" TO ITM-T-NOTE(WS-ITM-TOTAL)
           WHEN AR-ITEM-PART-PAID
               MOVE "PART PAID" TO ITM-T-NOTE(WS-ITM-TOTAL)
           WHEN OTHER
               MOVE SPACES TO ITM-T-NOTE(WS-ITM-TOTAL)
           END-EVALUATE
           MOVE 'N' TO ITM-T-PRINTED(WS-ITM-TOTAL)
       ELSE
           DISPLAY "OPEN-ITEM TABLE FULL - STATEMENTS TRUNCATED"
                   AND ITM-T-PRINTED(WS-ITM-SCAN) = 'N'
               MOVE ITM-T-DATE(WS-ITM-SCAN) TO RPT-ITEM-DATE
               MOVE ITM-T-AMOUNT(WS-ITM-SCAN) TO RPT-ITEM-AMOUNT
               MOVE ITM-T-INVOICE(WS-ITM-SCAN) TO RPT-ITEM-INVOICE
               MOVE ITM-T-NOTE(WS-ITM-SCAN) TO RPT-ITEM-NOTE
               WRITE RPT-LINE FROM RPT-ITEM-LINE
               ADD ITM-T-AMOUNT(WS-ITM-SCAN) TO WS-MOVEMENT
               MOVE 'Y' TO ITM-T-PRINTED(WS-ITM-SCAN)
           END-IF
       END-PERFORM
       MOVE "  TOTAL OPEN ITEMS  : " TO RPT-TOTAL-LABEL
       MOVE WS-MOVEMENT TO RPT-TOTAL-AMOUNT
       WRITE RPT-LINE FROM RPT-TOTAL-LINE
       MOVE WS-THIS-CUST TO CB-CUST-ID
