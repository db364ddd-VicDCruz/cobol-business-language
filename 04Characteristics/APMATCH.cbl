      ******************************************************************
      * Author:
      * Date:
      * Purpose: Supplier-invoice three-way match - no supplier is
      *          paid any more on the strength of the paper alone.
      *          Reads the day's SupplierInv.dat entry lines
      *          (supplier, supplier invoice number, purchase-order
      *          number, item, quantity, unit price and, optionally,
      *          the invoice date) and proves each line against the
      *          PurchaseOrder.dat line it names: the order must be
      *          for that supplier and item, the price must agree
      *          with the unit cost on the order within the
      *          MATCH-PRICE-PCT tolerance (percent, default 2) and
      *          the quantity billed must not run past what RECEIVE
      *          has booked in by more than MATCH-QTY-TOL units
      *          (default 0), both read through GETPARM. What an
      *          order line has already been billed for counts too:
      *          each approved invoice adds its quantity to the
      *          billed-to-date count on the PurchaseOrder.dat line,
      *          and a line that would take billed-to-date past what
      *          has been received is out of agreement. An invoice
      *          whose every line agrees is approved and becomes one
      *          APOpen.dat payables open item for its supplier, due
      *          AP-TERMS-DAYS (default 30) after the invoice date.
      *          An invoice with any line out of agreement is held
      *          whole and listed line by line on MatchExcept.rpt for
      *          purchasing, and an invoice number the supplier has
      *          already been approved for is rejected outright as a
      *          duplicate and logged through EXCPLOG.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APMATCH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT SUPPLIER-INVOICE ASSIGN TO "SupplierInv.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SIN-FILESTATUS.
       SELECT PO-FILE ASSIGN TO "PurchaseOrder.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PO-FILESTATUS.
       SELECT AP-OPEN ASSIGN TO "APOpen.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS APO-FILESTATUS.
       SELECT MATCH-REPORT ASSIGN TO "MatchExcept.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RPT-FILESTATUS.
       DATA DIVISION.
       FILE SECTION.
       FD SUPPLIER-INVOICE.
       01 SUPPLIER-INVOICE-LINE PIC X(80).
       FD PO-FILE.
       COPY POREC REPLACING ==:REC:== BY ==PO-RECORD==.
       FD AP-OPEN.
       COPY APREC REPLACING ==:REC:== BY ==AP-OPEN-RECORD==.
       FD MATCH-REPORT.
       01 RPT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 SIN-FILESTATUS PIC X(02).
       01 PO-FILESTATUS PIC X(02).
       01 APO-FILESTATUS PIC X(02).
       01 RPT-FILESTATUS PIC X(02).
       01 SIN-EOF PIC X VALUE 'N'.
           88 SIN-END-OF-FILE VALUE 'Y'.
       01 PO-EOF PIC X VALUE 'N'.
           88 PO-END-OF-FILE VALUE 'Y'.
       01 APO-EOF PIC X VALUE 'N'.
           88 APO-END-OF-FILE VALUE 'Y'.
      *
      *    THE PURCHASE-ORDER LINES, HELD WHOLE SO THE ORDER FILE CAN
      *    BE WRITTEN BACK WITH THE NEW BILLED-TO-DATE COUNTS - THE ONLY
      *    THING THIS RUN CHANGES ON IT.
       01 POT-TABLE.
           05 POT-ENTRY OCCURS 100 TIMES.
               10 POT-T-NUMBER PIC 9(6).
               10 POT-T-SUPPLIER PIC X(4).
               10 POT-T-ITEM PIC X(5).
               10 POT-T-RECEIVED PIC 9(5).
               10 POT-T-UNIT-COST PIC X(8).
               10 POT-T-BILLED PIC 9(5).
               10 POT-T-IMAGE PIC X(64).
       01 WS-POT-TOTAL PIC 9(3) VALUE ZERO.
       01 WS-POT-MAX PIC 9(3) VALUE 100.
       01 WS-POT-SUB PIC 9(3).
       01 WS-POT-SKIPPED PIC 9(3) VALUE ZERO.
       01 WS-POT-FOUND-SW PIC X.
           88 PO-LINE-FOUND VALUE 'Y'.
       01 WS-PO-FILE-SW PIC X VALUE 'N'.
           88 PO-FILE-LOADED VALUE 'Y'.
      *
      *    EVERY SUPPLIER INVOICE ALREADY APPROVED, OPEN OR PAID -
      *    THE REGISTER A NEW INVOICE NUMBER IS PROVED AGAINST.
       01 APK-TABLE.
           05 APK-ENTRY OCCURS 500 TIMES.
               10 APK-T-SUPPLIER PIC X(4).
               10 APK-T-INVOICE PIC X(10).
       01 WS-APK-TOTAL PIC 9(3) VALUE ZERO.
       01 WS-APK-MAX PIC 9(3) VALUE 500.
       01 WS-APK-SUB PIC 9(3).
       01 WS-APK-SKIPPED PIC 9(3) VALUE ZERO.
       01 WS-APK-FOUND-SW PIC X.
           88 INVOICE-ON-FILE VALUE 'Y'.
      *
      *    THE DAY'S INVOICE LINES. AN INVOICE IS SETTLED WHOLE, SO
      *    ALL ITS LINES ARE MATCHED BEFORE ANY IS APPROVED.
       01 SIL-TABLE.
           05 SIL-ENTRY OCCURS 500 TIMES.
               10 SIL-T-SUPPLIER PIC X(4).
               10 SIL-T-INVOICE PIC X(10).
               10 SIL-T-DATE PIC 9(8).
               10 SIL-T-PO PIC 9(6).
               10 SIL-T-ITEM PIC X(5).
               10 SIL-T-POT PIC 9(3).
               10 SIL-T-QTY PIC 9(5).
               10 SIL-T-PRICE PIC 9(5)V99.
               10 SIL-T-RESULT PIC X(1).
                   88 SIL-LINE-AGREES VALUE 'M'.
                   88 SIL-LINE-EXCEPTION VALUE 'E'.
               10 SIL-T-NOTE PIC X(20).
               10 SIL-T-DONE PIC X(1).
                   88 SIL-LINE-SETTLED VALUE 'Y'.
       01 WS-SIL-TOTAL PIC 9(3) VALUE ZERO.
       01 WS-SIL-MAX PIC 9(3) VALUE 500.
       01 WS-SIL-SUB PIC 9(3).
       01 WS-SIL-SCAN PIC 9(3).
       01 WS-SIL-SKIPPED PIC 9(3) VALUE ZERO.
      *
      *    MATCH TOLERANCES AND PAYMENT TERMS, FROM SYSTEMCONFIG.DAT.
       01 WS-PARM-KEY PIC X(16).
       01 WS-PARM-VALUE PIC 9(5).
       01 WS-PARM-DEFAULT PIC 9(5).
       01 WS-PARM-FOUND PIC X(1).
       01 WS-PRICE-PCT PIC 9(5).
       01 WS-QTY-TOL PIC 9(5).
       01 WS-TERMS-DAYS PIC 9(5).
      *
       01 WS-CURR-DATE PIC 9(8).
       01 WS-DATE-CHECK PIC 9(8).
       01 WS-DATE-CHECK-R REDEFINES WS-DATE-CHECK.
           05 WS-CHECK-YYYY PIC 9(4).
           05 WS-CHECK-MM PIC 9(2).
           05 WS-CHECK-DD PIC 9(2).
       01 WS-PO-COST PIC 9(5)V99.
       01 WS-PRICE-DIFF PIC 9(5)V99.
       01 WS-PRICE-LIMIT PIC 9(5)V9(4).
       01 WS-INV-SUPPLIER PIC X(4).
       01 WS-INV-INVOICE PIC X(10).
       01 WS-INV-DATE PIC 9(8).
       01 WS-INV-AMOUNT PIC 9(7)V99.
       01 WS-INV-EXCEPTIONS PIC 9(3).
       01 WS-BILL-POT PIC 9(3).
       01 WS-INV-VERDICT PIC X(1).
           88 INVOICE-APPROVED VALUE 'A'.
           88 INVOICE-HELD VALUE 'H'.
           88 INVOICE-DUPLICATE VALUE 'D'.
      *
       01 WS-LINE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-APPROVED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-HELD-COUNT PIC 9(5) VALUE ZERO.
       01 WS-DUPLICATE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-EXCEPTION-LINES PIC 9(5) VALUE ZERO.
       01 WS-APPROVED-TOTAL PIC 9(9)V99 VALUE ZERO.
      *
       01 WS-SHARED-PROGRAM PIC X(9) VALUE "APMATCH".
       01 WS-SHARED-ACTION  PIC X(9).
       01 WS-SHARED-KEY     PIC X(10).
      *
       01 WS-PARSE-RECORD PIC X(256).
       01 WS-PARSE-DELIM PIC X(1) VALUE SPACE.
       01 WS-PARSE-FIELDS.
           05 WS-PARSE-FIELD OCCURS 20 TIMES PIC X(40).
       01 WS-PARSE-COUNT PIC 99.
       01 WS-PARSE-ERROR PIC X(1).
      *
       01 RPT-HEADER-1.
           05 FILLER PIC X(34)
               VALUE "SUPPLIER INVOICE MATCH EXCEPTIONS ".
           05 RPT-HDR-DATE PIC 9(8).
       01 RPT-HEADER-2.
           05 FILLER PIC X(6) VALUE "SUPP".
           05 FILLER PIC X(12) VALUE "INVOICE".
           05 FILLER PIC X(8) VALUE "PO".
           05 FILLER PIC X(7) VALUE "ITEM".
           05 FILLER PIC X(6) VALUE "  QTY".
           05 FILLER PIC X(11) VALUE "     PRICE".
           05 FILLER PIC X(20) VALUE "REASON".
       01 RPT-DETAIL-LINE.
           05 RPT-SUPPLIER PIC X(6).
           05 RPT-INVOICE PIC X(12).
           05 RPT-PO PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RPT-ITEM PIC X(7).
           05 RPT-QTY PIC ZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-PRICE PIC ZZZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 RPT-NOTE PIC X(20).
       01 RPT-APPROVED-HEADER.
           05 FILLER PIC X(40) VALUE "APPROVED FOR PAYMENT TODAY".
       01 RPT-APPROVED-LINE.
           05 RPT-APP-SUPPLIER PIC X(6).
           05 RPT-APP-INVOICE PIC X(12).
           05 FILLER PIC X(4) VALUE "DUE ".
           05 RPT-APP-DUE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RPT-APP-AMOUNT PIC Z(6)9.99.
       01 RPT-COUNT-LINE.
           05 RPT-COUNT-LABEL PIC X(28).
           05 RPT-COUNT-VALUE PIC ZZZZ9.
       01 RPT-TOTAL-LINE.
           05 RPT-TOTAL-LABEL PIC X(28).
           05 RPT-TOTAL-AMOUNT PIC Z(8)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
           MOVE "MATCH-PRICE-PCT" TO WS-PARM-KEY.
           MOVE 2 TO WS-PARM-DEFAULT.
           CALL "GETPARM" USING WS-PARM-KEY, WS-PARM-VALUE,
               WS-PARM-DEFAULT, WS-PARM-FOUND
           END-CALL.
           MOVE WS-PARM-VALUE TO WS-PRICE-PCT.
           MOVE "MATCH-QTY-TOL" TO WS-PARM-KEY.
           MOVE ZERO TO WS-PARM-DEFAULT.
           CALL "GETPARM" USING WS-PARM-KEY, WS-PARM-VALUE,
               WS-PARM-DEFAULT, WS-PARM-FOUND
           END-CALL.
           MOVE WS-PARM-VALUE TO WS-QTY-TOL.
           MOVE "AP-TERMS-DAYS" TO WS-PARM-KEY.
           MOVE 30 TO WS-PARM-DEFAULT.
           CALL "GETPARM" USING WS-PARM-KEY, WS-PARM-VALUE,
               WS-PARM-DEFAULT, WS-PARM-FOUND
           END-CALL.
           MOVE WS-PARM-VALUE TO WS-TERMS-DAYS.
           DISPLAY "PARM MATCH-PRICE-PCT = " WS-PRICE-PCT.
           DISPLAY "PARM MATCH-QTY-TOL   = " WS-QTY-TOL.
           DISPLAY "PARM AP-TERMS-DAYS   = " WS-TERMS-DAYS.
           OPEN INPUT SUPPLIER-INVOICE.
           IF SIN-FILESTATUS NOT = "00"
               DISPLAY " SUPPLIERINV.DAT NOT FOUND - NO INVOICES "
               GOBACK
           END-IF.
           PERFORM LOAD-PO-FILE-PARA THRU LOAD-PO-FILE-END.
           PERFORM LOAD-AP-OPEN-PARA THRU LOAD-AP-OPEN-END.
           PERFORM LOAD-ONE-LINE-PARA THRU LOAD-ONE-LINE-EXIT
               UNTIL SIN-END-OF-FILE.
           CLOSE SUPPLIER-INVOICE.
      *    A TABLE THAT CANNOT HOLD ITS FILE WHOLE WOULD MATCH
      *    AGAINST HALF THE ORDERS, OR MISS A DUPLICATE, OR SPLIT AN
      *    INVOICE - THE RUN IS REFUSED BEFORE ANYTHING IS APPROVED.
           IF WS-POT-SKIPPED > ZERO
               DISPLAY "*** MORE THAN " WS-POT-MAX " PO LINES ON "
               DISPLAY "*** FILE - RUN REFUSED, RAISE THE TABLE"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-APK-SKIPPED > ZERO
               DISPLAY "*** MORE THAN " WS-APK-MAX " INVOICES ON "
               DISPLAY "*** APOPEN.DAT - RUN REFUSED, RAISE THE TABLE"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-SIL-SKIPPED > ZERO
               DISPLAY "*** MORE THAN " WS-SIL-MAX " INVOICE LINES "
               DISPLAY "*** TODAY - RUN REFUSED, SPLIT THE BATCH"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM MATCH-LINE-PARA THRU MATCH-LINE-EXIT
               VARYING WS-SIL-SUB FROM 1 BY 1
               UNTIL WS-SIL-SUB > WS-SIL-TOTAL.
           OPEN EXTEND AP-OPEN.
           IF APO-FILESTATUS NOT = "00"
               OPEN OUTPUT AP-OPEN
           END-IF.
           OPEN OUTPUT MATCH-REPORT.
           MOVE WS-CURR-DATE TO RPT-HDR-DATE.
           WRITE RPT-LINE FROM RPT-HEADER-1.
           WRITE RPT-LINE FROM RPT-HEADER-2.
           PERFORM SETTLE-INVOICE-PARA THRU SETTLE-INVOICE-EXIT
               VARYING WS-SIL-SUB FROM 1 BY 1
               UNTIL WS-SIL-SUB > WS-SIL-TOTAL.
           CLOSE AP-OPEN.
           IF WS-APPROVED-COUNT > ZERO
               PERFORM SAVE-PO-FILE-PARA THRU SAVE-PO-FILE-END
           END-IF.
           PERFORM PRINT-APPROVED-PARA.
           PERFORM PRINT-TOTALS-PARA.
           CLOSE MATCH-REPORT.
           DISPLAY "INVOICE LINES READ  : " WS-LINE-COUNT.
           DISPLAY "INVOICES APPROVED   : " WS-APPROVED-COUNT.
           DISPLAY "INVOICES HELD       : " WS-HELD-COUNT.
           DISPLAY "DUPLICATES REJECTED : " WS-DUPLICATE-COUNT.
           GOBACK.

      *    ONE ENTRY LINE: SUPPLIER, INVOICE, PO, ITEM, QUANTITY,
      *    UNIT PRICE AND AN OPTIONAL INVOICE DATE (DEFAULT TODAY).
      *    A LINE THAT CANNOT BE READ STILL JOINS ITS INVOICE, SO
      *    THE INVOICE IS HELD RATHER THAN PAID SHORT.
       LOAD-ONE-LINE-PARA.
           READ SUPPLIER-INVOICE
               AT END
                   SET SIN-END-OF-FILE TO TRUE
                   GO TO LOAD-ONE-LINE-EXIT
           END-READ.
           IF SUPPLIER-INVOICE-LINE = SPACES
               GO TO LOAD-ONE-LINE-EXIT
           END-IF.
           ADD 1 TO WS-LINE-COUNT.
           IF WS-SIL-TOTAL NOT < WS-SIL-MAX
               ADD 1 TO WS-SIL-SKIPPED
               GO TO LOAD-ONE-LINE-EXIT
           END-IF.
           MOVE SPACES TO WS-PARSE-RECORD.
           MOVE SUPPLIER-INVOICE-LINE TO WS-PARSE-RECORD.
           CALL "FLDPARSE" USING WS-PARSE-RECORD, WS-PARSE-DELIM,
               WS-PARSE-FIELDS, WS-PARSE-COUNT, WS-PARSE-ERROR
           END-CALL.
           ADD 1 TO WS-SIL-TOTAL.
           MOVE WS-SIL-TOTAL TO WS-SIL-SUB.
           MOVE WS-PARSE-FIELD(1) TO SIL-T-SUPPLIER(WS-SIL-SUB).
           MOVE WS-PARSE-FIELD(2) TO SIL-T-INVOICE(WS-SIL-SUB).
           MOVE WS-CURR-DATE TO SIL-T-DATE(WS-SIL-SUB).
           MOVE ZERO TO SIL-T-PO(WS-SIL-SUB).
           MOVE WS-PARSE-FIELD(4) TO SIL-T-ITEM(WS-SIL-SUB).
           MOVE ZERO TO SIL-T-POT(WS-SIL-SUB).
           MOVE ZERO TO SIL-T-QTY(WS-SIL-SUB).
           MOVE ZERO TO SIL-T-PRICE(WS-SIL-SUB).
           MOVE 'M' TO SIL-T-RESULT(WS-SIL-SUB).
           MOVE SPACES TO SIL-T-NOTE(WS-SIL-SUB).
           MOVE 'N' TO SIL-T-DONE(WS-SIL-SUB).
           IF WS-PARSE-COUNT < 6
                   OR FUNCTION TEST-NUMVAL(WS-PARSE-FIELD(3)) NOT = 0
                   OR FUNCTION TEST-NUMVAL(WS-PARSE-FIELD(5)) NOT = 0
                   OR FUNCTION TEST-NUMVAL(WS-PARSE-FIELD(6)) NOT = 0
               MOVE 'E' TO SIL-T-RESULT(WS-SIL-SUB)
               MOVE "LINE UNREADABLE" TO SIL-T-NOTE(WS-SIL-SUB)
               GO TO LOAD-ONE-LINE-EXIT
           END-IF.
           COMPUTE SIL-T-PO(WS-SIL-SUB) =
               FUNCTION NUMVAL(WS-PARSE-FIELD(3)).
           COMPUTE SIL-T-QTY(WS-SIL-SUB) =
               FUNCTION NUMVAL(WS-PARSE-FIELD(5)).
           COMPUTE SIL-T-PRICE(WS-SIL-SUB) =
               FUNCTION NUMVAL(WS-PARSE-FIELD(6)).
           IF WS-PARSE-COUNT > 6
               IF WS-PARSE-FIELD(7)(1:8) IS NUMERIC
                       AND WS-PARSE-FIELD(7)(9:1) = SPACE
                   MOVE WS-PARSE-FIELD(7)(1:8) TO WS-DATE-CHECK
               ELSE
                   MOVE ZERO TO WS-DATE-CHECK
               END-IF
               IF WS-CHECK-MM < 1 OR WS-CHECK-MM > 12
                       OR WS-CHECK-DD < 1 OR WS-CHECK-DD > 31
                       OR WS-CHECK-YYYY < 1601
                   MOVE 'E' TO SIL-T-RESULT(WS-SIL-SUB)
                   MOVE "BAD INVOICE DATE" TO SIL-T-NOTE(WS-SIL-SUB)
                   GO TO LOAD-ONE-LINE-EXIT
               END-IF
               MOVE WS-DATE-CHECK TO SIL-T-DATE(WS-SIL-SUB)
           END-IF.
       LOAD-ONE-LINE-EXIT.
           EXIT.

      *    THE THREE-WAY MATCH FOR ONE LINE: THE ORDER LINE MUST
      *    EXIST FOR THIS SUPPLIER AND ITEM, CARRY A COST AND AGREE ON
      *    PRICE WITHIN THE PERCENT TOLERANCE. THE QUANTITY IS PROVED
      *    AGAINST WHAT HAS BEEN BOOKED IN WHEN THE INVOICE IS SETTLED,
      *    IN THE ORDER THE INVOICES CAME IN, SO EARLIER BILLING ON THE
      *    SAME ORDER LINE COUNTS.
       MATCH-LINE-PARA.
           IF SIL-LINE-EXCEPTION(WS-SIL-SUB)
               GO TO MATCH-LINE-EXIT
           END-IF.
           MOVE 'N' TO WS-POT-FOUND-SW.
           PERFORM VARYING WS-POT-SUB FROM 1 BY 1
                   UNTIL WS-POT-SUB > WS-POT-TOTAL
                   OR PO-LINE-FOUND
               IF POT-T-NUMBER(WS-POT-SUB) = SIL-T-PO(WS-SIL-SUB)
                       AND POT-T-ITEM(WS-POT-SUB)
                           = SIL-T-ITEM(WS-SIL-SUB)
                   SET PO-LINE-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF NOT PO-LINE-FOUND
               MOVE 'E' TO SIL-T-RESULT(WS-SIL-SUB)
               MOVE "NO SUCH PO LINE" TO SIL-T-NOTE(WS-SIL-SUB)
               GO TO MATCH-LINE-EXIT
           END-IF.
           SUBTRACT 1 FROM WS-POT-SUB.
           MOVE WS-POT-SUB TO SIL-T-POT(WS-SIL-SUB).
           IF POT-T-SUPPLIER(WS-POT-SUB)
                   NOT = SIL-T-SUPPLIER(WS-SIL-SUB)
               MOVE 'E' TO SIL-T-RESULT(WS-SIL-SUB)
               MOVE "PO OF OTHER SUPPLIER" TO SIL-T-NOTE(WS-SIL-SUB)
               GO TO MATCH-LINE-EXIT
           END-IF.
           IF POT-T-UNIT-COST(WS-POT-SUB) = SPACES
               MOVE 'E' TO SIL-T-RESULT(WS-SIL-SUB)
               MOVE "PO LINE NOT COSTED" TO SIL-T-NOTE(WS-SIL-SUB)
               GO TO MATCH-LINE-EXIT
           END-IF.
           COMPUTE WS-PO-COST =
               FUNCTION NUMVAL(POT-T-UNIT-COST(WS-POT-SUB)).
           IF SIL-T-PRICE(WS-SIL-SUB) > WS-PO-COST
               COMPUTE WS-PRICE-DIFF =
                   SIL-T-PRICE(WS-SIL-SUB) - WS-PO-COST
           ELSE
               COMPUTE WS-PRICE-DIFF =
                   WS-PO-COST - SIL-T-PRICE(WS-SIL-SUB)
           END-IF.
           COMPUTE WS-PRICE-LIMIT = WS-PO-COST * WS-PRICE-PCT / 100.
           IF WS-PRICE-DIFF > WS-PRICE-LIMIT
               MOVE 'E' TO SIL-T-RESULT(WS-SIL-SUB)
               MOVE "PRICE OFF PO COST" TO SIL-T-NOTE(WS-SIL-SUB)
               GO TO MATCH-LINE-EXIT
           END-IF.
       MATCH-LINE-EXIT.
           EXIT.

      *    THE FIRST UNSETTLED LINE OF AN INVOICE SETTLES THE WHOLE
      *    INVOICE: REJECTED AS A DUPLICATE WHEN THE SUPPLIER HAS
      *    BEEN APPROVED FOR THAT NUMBER BEFORE, HELD WHEN ANY LINE
      *    IS OUT OF AGREEMENT, OTHERWISE APPROVED INTO APOPEN.DAT.
       SETTLE-INVOICE-PARA.
           IF SIL-LINE-SETTLED(WS-SIL-SUB)
               GO TO SETTLE-INVOICE-EXIT
           END-IF.
           MOVE SIL-T-SUPPLIER(WS-SIL-SUB) TO WS-INV-SUPPLIER.
           MOVE SIL-T-INVOICE(WS-SIL-SUB) TO WS-INV-INVOICE.
           MOVE SIL-T-DATE(WS-SIL-SUB) TO WS-INV-DATE.
           MOVE ZERO TO WS-INV-AMOUNT.
           MOVE ZERO TO WS-INV-EXCEPTIONS.
           PERFORM SUM-INVOICE-LINE-PARA
               VARYING WS-SIL-SCAN FROM WS-SIL-SUB BY 1
               UNTIL WS-SIL-SCAN > WS-SIL-TOTAL.
           MOVE 'N' TO WS-APK-FOUND-SW.
           PERFORM VARYING WS-APK-SUB FROM 1 BY 1
                   UNTIL WS-APK-SUB > WS-APK-TOTAL
                   OR INVOICE-ON-FILE
               IF APK-T-SUPPLIER(WS-APK-SUB) = WS-INV-SUPPLIER
                       AND APK-T-INVOICE(WS-APK-SUB) = WS-INV-INVOICE
                   SET INVOICE-ON-FILE TO TRUE
               END-IF
           END-PERFORM.
      *    EACH LINE TAKES ITS QUANTITY ONTO THE ORDER LINE'S BILLED
      *    COUNT; IF THE INVOICE IS NOT THEN APPROVED WHOLE, IT GIVES
      *    BACK WHAT ITS LINES TOOK.
           IF NOT INVOICE-ON-FILE
               PERFORM BILL-INVOICE-LINE-PARA
                   THRU BILL-INVOICE-LINE-EXIT
                   VARYING WS-SIL-SCAN FROM WS-SIL-SUB BY 1
                   UNTIL WS-SIL-SCAN > WS-SIL-TOTAL
               IF WS-INV-EXCEPTIONS > ZERO
                   PERFORM UNBILL-INVOICE-LINE-PARA
                       VARYING WS-SIL-SCAN FROM WS-SIL-SUB BY 1
                       UNTIL WS-SIL-SCAN > WS-SIL-TOTAL
               END-IF
           END-IF.
           EVALUATE TRUE
           WHEN INVOICE-ON-FILE
               SET INVOICE-DUPLICATE TO TRUE
               ADD 1 TO WS-DUPLICATE-COUNT
               MOVE "DUP-INV  " TO WS-SHARED-ACTION
               MOVE WS-INV-INVOICE TO WS-SHARED-KEY
               CALL "EXCPLOG" USING WS-SHARED-PROGRAM,
                   WS-SHARED-ACTION, WS-SHARED-KEY
               END-CALL
           WHEN WS-INV-EXCEPTIONS > ZERO
               SET INVOICE-HELD TO TRUE
               ADD 1 TO WS-HELD-COUNT
           WHEN OTHER
               SET INVOICE-APPROVED TO TRUE
               PERFORM APPROVE-INVOICE-PARA
           END-EVALUATE.
           IF NOT INVOICE-APPROVED
               PERFORM PRINT-INVOICE-LINE-PARA
                   VARYING WS-SIL-SCAN FROM WS-SIL-SUB BY 1
                   UNTIL WS-SIL-SCAN > WS-SIL-TOTAL
           END-IF.
           PERFORM MARK-SETTLED-PARA
               VARYING WS-SIL-SCAN FROM WS-SIL-SUB BY 1
               UNTIL WS-SIL-SCAN > WS-SIL-TOTAL.
       SETTLE-INVOICE-EXIT.
           EXIT.

       SUM-INVOICE-LINE-PARA.
           IF SIL-T-SUPPLIER(WS-SIL-SCAN) = WS-INV-SUPPLIER
                   AND SIL-T-INVOICE(WS-SIL-SCAN) = WS-INV-INVOICE
               IF SIL-LINE-EXCEPTION(WS-SIL-SCAN)
                   ADD 1 TO WS-INV-EXCEPTIONS
               END-IF
               COMPUTE WS-INV-AMOUNT ROUNDED = WS-INV-AMOUNT
                   + SIL-T-QTY(WS-SIL-SCAN) * SIL-T-PRICE(WS-SIL-SCAN)
           END-IF.

      *    BILLED-TO-DATE PLUS THIS LINE MAY NOT RUN PAST WHAT HAS
      *    BEEN RECEIVED ON THE ORDER LINE, LESS THE UNIT TOLERANCE.
      *    AN UNDER-BILL IS NOT AN EXCEPTION - THE REST OF A PART
      *    DELIVERY MAY COME ON A LATER INVOICE.
       BILL-INVOICE-LINE-PARA.
           IF SIL-T-SUPPLIER(WS-SIL-SCAN) NOT = WS-INV-SUPPLIER
                   OR SIL-T-INVOICE(WS-SIL-SCAN) NOT = WS-INV-INVOICE
                   OR SIL-LINE-EXCEPTION(WS-SIL-SCAN)
               GO TO BILL-INVOICE-LINE-EXIT
           END-IF.
           MOVE SIL-T-POT(WS-SIL-SCAN) TO WS-BILL-POT.
           IF SIL-T-QTY(WS-SIL-SCAN) + POT-T-BILLED(WS-BILL-POT)
                   > POT-T-RECEIVED(WS-BILL-POT) + WS-QTY-TOL
               MOVE 'E' TO SIL-T-RESULT(WS-SIL-SCAN)
               IF POT-T-BILLED(WS-BILL-POT) > ZERO
                   MOVE "QTY ALREADY BILLED" TO SIL-T-NOTE(WS-SIL-SCAN)
               ELSE
                   MOVE "QTY NOT RECEIVED" TO SIL-T-NOTE(WS-SIL-SCAN)
               END-IF
               ADD 1 TO WS-INV-EXCEPTIONS
               GO TO BILL-INVOICE-LINE-EXIT
           END-IF.
           ADD SIL-T-QTY(WS-SIL-SCAN) TO POT-T-BILLED(WS-BILL-POT).
       BILL-INVOICE-LINE-EXIT.
           EXIT.

       UNBILL-INVOICE-LINE-PARA.
           IF SIL-T-SUPPLIER(WS-SIL-SCAN) = WS-INV-SUPPLIER
                   AND SIL-T-INVOICE(WS-SIL-SCAN) = WS-INV-INVOICE
                   AND SIL-LINE-AGREES(WS-SIL-SCAN)
               MOVE SIL-T-POT(WS-SIL-SCAN) TO WS-BILL-POT
               SUBTRACT SIL-T-QTY(WS-SIL-SCAN)
                   FROM POT-T-BILLED(WS-BILL-POT)
           END-IF.

      *    EVERY LINE OF A HELD OR REJECTED INVOICE IS LISTED, THE
      *    LINES THAT AGREED AS WELL, SO PURCHASING SEES THE WHOLE
      *    DOCUMENT.
       PRINT-INVOICE-LINE-PARA.
           IF SIL-T-SUPPLIER(WS-SIL-SCAN) = WS-INV-SUPPLIER
                   AND SIL-T-INVOICE(WS-SIL-SCAN) = WS-INV-INVOICE
               MOVE SIL-T-SUPPLIER(WS-SIL-SCAN) TO RPT-SUPPLIER
               MOVE SIL-T-INVOICE(WS-SIL-SCAN) TO RPT-INVOICE
               MOVE SIL-T-PO(WS-SIL-SCAN) TO RPT-PO
               MOVE SIL-T-ITEM(WS-SIL-SCAN) TO RPT-ITEM
               MOVE SIL-T-QTY(WS-SIL-SCAN) TO RPT-QTY
               MOVE SIL-T-PRICE(WS-SIL-SCAN) TO RPT-PRICE
               EVALUATE TRUE
               WHEN INVOICE-DUPLICATE
                   MOVE "DUPLICATE - REJECTED" TO RPT-NOTE
               WHEN SIL-LINE-EXCEPTION(WS-SIL-SCAN)
                   MOVE SIL-T-NOTE(WS-SIL-SCAN) TO RPT-NOTE
                   ADD 1 TO WS-EXCEPTION-LINES
               WHEN OTHER
                   MOVE "AGREES - HELD" TO RPT-NOTE
               END-EVALUATE
               WRITE RPT-LINE FROM RPT-DETAIL-LINE
           END-IF.

       MARK-SETTLED-PARA.
           IF SIL-T-SUPPLIER(WS-SIL-SCAN) = WS-INV-SUPPLIER
                   AND SIL-T-INVOICE(WS-SIL-SCAN) = WS-INV-INVOICE
               MOVE 'Y' TO SIL-T-DONE(WS-SIL-SCAN)
           END-IF.

      *    THE APPROVED INVOICE GOES ON THE REGISTER TOO, SO THE
      *    SAME NUMBER KEYED AGAIN TOMORROW IS CAUGHT.
       APPROVE-INVOICE-PARA.
           ADD 1 TO WS-APPROVED-COUNT.
           ADD WS-INV-AMOUNT TO WS-APPROVED-TOTAL.
           MOVE SPACES TO AP-OPEN-RECORD.
           MOVE WS-INV-SUPPLIER TO AP-SUPPLIER.
           MOVE WS-INV-INVOICE TO AP-INVOICE.
           MOVE WS-INV-DATE TO AP-INV-DATE.
           COMPUTE AP-DUE-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-INV-DATE) + WS-TERMS-DAYS).
           MOVE WS-INV-AMOUNT TO AP-AMOUNT.
           SET AP-ITEM-OPEN TO TRUE.
           MOVE WS-CURR-DATE TO AP-APPROVED.
           MOVE ZERO TO AP-PAID-DATE.
           WRITE AP-OPEN-RECORD.
           IF WS-APK-TOTAL < WS-APK-MAX
               ADD 1 TO WS-APK-TOTAL
               MOVE WS-INV-SUPPLIER TO APK-T-SUPPLIER(WS-APK-TOTAL)
               MOVE WS-INV-INVOICE TO APK-T-INVOICE(WS-APK-TOTAL)
           END-IF.

      *    THE DAY'S APPROVALS ARE READ BACK FROM THE END OF THE
      *    OPEN-ITEMS FILE, PAST THE ITEMS THE REGISTER LOADED.
       PRINT-APPROVED-PARA.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           WRITE RPT-LINE FROM RPT-APPROVED-HEADER.
           MOVE 'N' TO APO-EOF.
           OPEN INPUT AP-OPEN.
           IF APO-FILESTATUS NOT = "00"
               GO TO PRINT-APPROVED-END
           END-IF.
           PERFORM PRINT-ONE-APPROVED-PARA THRU PRINT-ONE-APPROVED-EXIT
               UNTIL APO-END-OF-FILE.
           CLOSE AP-OPEN.
       PRINT-APPROVED-END.
           EXIT.

       PRINT-ONE-APPROVED-PARA.
           READ AP-OPEN
               AT END
                   SET APO-END-OF-FILE TO TRUE
                   GO TO PRINT-ONE-APPROVED-EXIT
           END-READ.
           IF AP-APPROVED NOT = WS-CURR-DATE OR NOT AP-ITEM-OPEN
               GO TO PRINT-ONE-APPROVED-EXIT
           END-IF.
           MOVE AP-SUPPLIER TO RPT-APP-SUPPLIER.
           MOVE AP-INVOICE TO RPT-APP-INVOICE.
           MOVE AP-DUE-DATE TO RPT-APP-DUE.
           MOVE AP-AMOUNT TO RPT-APP-AMOUNT.
           WRITE RPT-LINE FROM RPT-APPROVED-LINE.
       PRINT-ONE-APPROVED-EXIT.
           EXIT.

       PRINT-TOTALS-PARA.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "INVOICE LINES READ        : " TO RPT-COUNT-LABEL.
           MOVE WS-LINE-COUNT TO RPT-COUNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           MOVE "LINES OUT OF AGREEMENT    : " TO RPT-COUNT-LABEL.
           MOVE WS-EXCEPTION-LINES TO RPT-COUNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           MOVE "INVOICES APPROVED         : " TO RPT-COUNT-LABEL.
           MOVE WS-APPROVED-COUNT TO RPT-COUNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           MOVE "INVOICES HELD             : " TO RPT-COUNT-LABEL.
           MOVE WS-HELD-COUNT TO RPT-COUNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           MOVE "DUPLICATES REJECTED       : " TO RPT-COUNT-LABEL.
           MOVE WS-DUPLICATE-COUNT TO RPT-COUNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           MOVE "AMOUNT APPROVED           : " TO RPT-TOTAL-LABEL.
           MOVE WS-APPROVED-TOTAL TO RPT-TOTAL-AMOUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE.

       LOAD-PO-FILE-PARA.
           OPEN INPUT PO-FILE.
           IF PO-FILESTATUS NOT = "00"
               DISPLAY " PURCHASEORDER.DAT NOT FOUND - NO LINE CAN "
               DISPLAY " BE MATCHED "
               GO TO LOAD-PO-FILE-END
           END-IF.
           PERFORM LOAD-ONE-PO-PARA THRU LOAD-ONE-PO-EXIT
               UNTIL PO-END-OF-FILE.
           SET PO-FILE-LOADED TO TRUE.
           CLOSE PO-FILE.
       LOAD-PO-FILE-END.
           EXIT.

       LOAD-ONE-PO-PARA.
           READ PO-FILE
               AT END
                   SET PO-END-OF-FILE TO TRUE
                   GO TO LOAD-ONE-PO-EXIT
           END-READ.
           IF WS-POT-TOTAL < WS-POT-MAX
               ADD 1 TO WS-POT-TOTAL
               MOVE PO-NUMBER TO POT-T-NUMBER(WS-POT-TOTAL)
               MOVE PO-SUPPLIER TO POT-T-SUPPLIER(WS-POT-TOTAL)
               MOVE PO-ITEM TO POT-T-ITEM(WS-POT-TOTAL)
               MOVE PO-RECEIVED TO POT-T-RECEIVED(WS-POT-TOTAL)
               MOVE PO-UNIT-COST-X TO POT-T-UNIT-COST(WS-POT-TOTAL)
               MOVE PO-RECORD TO POT-T-IMAGE(WS-POT-TOTAL)
               IF PO-BILLED-X IS NUMERIC
                   MOVE PO-BILLED TO POT-T-BILLED(WS-POT-TOTAL)
               ELSE
                   MOVE ZERO TO POT-T-BILLED(WS-POT-TOTAL)
               END-IF
           ELSE
               ADD 1 TO WS-POT-SKIPPED
           END-IF.
       LOAD-ONE-PO-EXIT.
           EXIT.

      *    THE ORDER LINES GO BACK AS THEY WERE READ, EACH WITH ITS
      *    BILLED-TO-DATE COUNT BROUGHT UP TO THE DAY'S APPROVALS.
       SAVE-PO-FILE-PARA.
           IF NOT PO-FILE-LOADED
               GO TO SAVE-PO-FILE-END
           END-IF.
           OPEN OUTPUT PO-FILE.
           PERFORM VARYING WS-POT-SUB FROM 1 BY 1
                   UNTIL WS-POT-SUB > WS-POT-TOTAL
               MOVE POT-T-IMAGE(WS-POT-SUB) TO PO-RECORD
               MOVE POT-T-BILLED(WS-POT-SUB) TO PO-BILLED
               WRITE PO-RECORD
           END-PERFORM.
           CLOSE PO-FILE.
       SAVE-PO-FILE-END.
           EXIT.

       LOAD-AP-OPEN-PARA.
           OPEN INPUT AP-OPEN.
           IF APO-FILESTATUS NOT = "00"
               GO TO LOAD-AP-OPEN-END
           END-IF.
           PERFORM LOAD-ONE-AP-PARA THRU LOAD-ONE-AP-EXIT
               UNTIL APO-END-OF-FILE.
           CLOSE AP-OPEN.
       LOAD-AP-OPEN-END.
           EXIT.

       LOAD-ONE-AP-PARA.
           READ AP-OPEN
               AT END
                   SET APO-END-OF-FILE TO TRUE
                   GO TO LOAD-ONE-AP-EXIT
           END-READ.
           IF WS-APK-TOTAL < WS-APK-MAX
               ADD 1 TO WS-APK-TOTAL
               MOVE AP-SUPPLIER TO APK-T-SUPPLIER(WS-APK-TOTAL)
               MOVE AP-INVOICE TO APK-T-INVOICE(WS-APK-TOTAL)
           ELSE
               ADD 1 TO WS-APK-SKIPPED
           END-IF.
       LOAD-ONE-AP-EXIT.
           EXIT.
       END PROGRAM APMATCH.
