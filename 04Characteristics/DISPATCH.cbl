      ******************************************************************
      * Author:
      * Date:
      * Purpose: Dispatch step - confirms shipment of picked sales
      *          orders. Reads the Dispatch.dat confirmations the
      *          despatch bay keys (order number, carrier and the
      *          carrier's consignment reference), moves each
      *          OrderHead.dat order found at P picked to S shipped
      *          with the carrier, consignment and ship date on the
      *          header, and prints DispatchManifest.rpt: one
      *          manifest per carrier for the run, each order with
      *          its customer, consignment and the lines picked from
      *          OrderLine.dat, and the carrier's order and unit
      *          totals to hand to the driver. Each line that goes
      *          on the van is marked shipped on OrderLine.dat, so an
      *          order BORELSE reopens for a late-released line ships
      *          that line alone on its next confirmation. A
      *          confirmation for an order not on file, not at
      *          picked, or with no carrier is listed as not
      *          dispatched. The confirmations are consumed once
      *          posted.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPATCH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DISPATCH-FILE ASSIGN TO "Dispatch.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DSP-FILESTATUS.
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
       SELECT CUSTOMER-MASTER ASSIGN TO "CustMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CM-CUST-ID
           FILE STATUS IS CUS-FILESTATUS.
       SELECT SORT-WORK ASSIGN TO "Dispatch.srt".
       SELECT MANIFEST-REPORT ASSIGN TO "DispatchManifest.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RPT-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DISPATCH-FILE.
       01 DISPATCH-LINE PIC X(50).
       FD ORDER-HEAD.
       COPY SOHREC REPLACING ==:REC:== BY ==ORDER-HEAD-RECORD==.
       FD ORDER-LINE-FILE.
       COPY SOLREC REPLACING ==:REC:== BY ==ORDER-LINE-RECORD==.
       FD CUSTOMER-MASTER.
       COPY CMREC REPLACING ==:REC:== BY ==CUSTOMER-RECORD==.
       SD SORT-WORK.
       01 SORT-RECORD.
           05 SRT-CARRIER PIC X(10).
           05 SRT-ORDER-NO PIC 9(6).
           05 SRT-CUST PIC X(6).
           05 SRT-CONSIGNMENT PIC X(15).
       FD MANIFEST-REPORT.
       01 RPT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 DSP-FILESTATUS PIC X(02).
       01 SOH-FILESTATUS PIC X(02).
       01 SOL-FILESTATUS PIC X(02).
       01 CUS-FILESTATUS PIC X(02).
       01 RPT-FILESTATUS PIC X(02).
       01 DSP-EOF PIC X VALUE 'N'.
           88 DSP-END-OF-FILE VALUE 'Y'.
       01 SRT-EOF PIC X VALUE 'N'.
           88 SRT-END-OF-FILE VALUE 'Y'.
       01 WS-CUST-FILE-SW PIC X(1) VALUE 'N'.
           88 CUST-FILE-OPEN VALUE 'Y'.
       01 WS-SOL-SCAN-SW PIC X(1).
           88 SOL-SCAN-DONE VALUE 'Y'.
      *
       01 WS-CURR-DATE PIC 9(8).
       01 WS-DSP-ORDER-IN PIC X(6).
       01 WS-DSP-CARRIER-IN PIC X(10).
       01 WS-DSP-CONSIGN-IN PIC X(15).
      *
      *    THE CONFIRMATIONS REFUSED, HELD FOR THE FOOT OF THE
      *    MANIFEST ONCE THE CARRIER MANIFESTS ARE PRINTED. THE LAST
      *    ENTRY IS A SPARE THAT TAKES EACH REFUSAL PAST THE TABLE, SO
      *    A FULL TABLE KEEPS THE ONES IT HAS; THOSE ARE ONLY COUNTED.
       01 REJ-TABLE.
           05 REJ-ENTRY OCCURS 201 TIMES.
               10 REJ-T-ORDER PIC X(6).
               10 REJ-T-CARRIER PIC X(10).
               10 REJ-T-REASON PIC X(20).
       01 WS-REJ-TOTAL PIC 9(3) VALUE ZERO.
       01 WS-REJ-MAX PIC 9(3) VALUE 200.
       01 WS-REJ-SUB PIC 9(3).
       01 WS-REJ-SLOT PIC 9(3).
       01 WS-REJ-SKIPPED PIC 9(5) VALUE ZERO.
      *
       01 WS-LAST-CARRIER PIC X(10) VALUE SPACES.
       01 WS-FIRST-CARRIER-SW PIC X(1) VALUE 'Y'.
           88 FIRST-CARRIER VALUE 'Y'.
       01 WS-CARRIER-ORDERS PIC 9(5) VALUE ZERO.
       01 WS-CARRIER-UNITS PIC 9(7) VALUE ZERO.
       01 WS-READ-COUNT PIC 9(5) VALUE ZERO.
       01 WS-SHIPPED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REJECTED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-CARRIER-COUNT PIC 9(3) VALUE ZERO.
      *
       01 WS-SHARED-PROGRAM PIC X(9) VALUE "DISPATCH".
       01 WS-SHARED-ACTION  PIC X(9).
       01 WS-SHARED-KEY     PIC X(10).
      *
       01 RPT-CARRIER-HEADER.
           05 FILLER PIC X(20) VALUE "DISPATCH MANIFEST - ".
           05 RPT-HDR-CARRIER PIC X(10).
           05 FILLER PIC X(7) VALUE "  RUN ".
           05 RPT-HDR-DATE PIC 9(8).
       01 RPT-COLUMN-HEADER.
           05 FILLER PIC X(8) VALUE "ORDER".
           05 FILLER PIC X(8) VALUE "CUST".
           05 FILLER PIC X(21) VALUE "NAME".
           05 FILLER PIC X(16) VALUE "CONSIGNMENT".
       01 RPT-ORDER-LINE.
           05 RPT-ORDER-NO PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RPT-CUST PIC X(8).
           05 RPT-NAME PIC X(21).
           05 RPT-CONSIGNMENT PIC X(15).
       01 RPT-ITEM-LINE.
           05 FILLER PIC X(10) VALUE SPACES.
           05 RPT-LINE-NO PIC 9(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RPT-ITEM PIC X(7).
           05 RPT-QTY PIC ZZZZ9.
       01 RPT-CARRIER-TOTAL.
           05 FILLER PIC X(10) VALUE "  ORDERS: ".
           05 RPT-TOT-ORDERS PIC ZZZZ9.
           05 FILLER PIC X(10) VALUE "  UNITS: ".
           05 RPT-TOT-UNITS PIC ZZZZZZ9.
       01 RPT-SIGN-LINE.
           05 FILLER PIC X(41)
               VALUE "  DRIVER SIGNATURE ______________________".
       01 RPT-REJECT-HEADER.
           05 FILLER PIC X(30) VALUE "NOT DISPATCHED".
       01 RPT-REJECT-LINE.
           05 RPT-REJ-ORDER PIC X(8).
           05 RPT-REJ-CARRIER PIC X(12).
           05 RPT-REJ-REASON PIC X(20).
       01 RPT-REJECT-SKIP-LINE.
           05 RPT-SKIP-COUNT PIC ZZZZ9.
           05 FILLER PIC X(40)
               VALUE " MORE NOT LISTED - SEE THE EXCEPTION LOG".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
           OPEN INPUT DISPATCH-FILE.
           IF DSP-FILESTATUS NOT = "00"
               DISPLAY " DISPATCH.DAT NOT FOUND - NOTHING TO SHIP "
               GOBACK
           END-IF.
           OPEN I-O ORDER-HEAD.
           IF SOH-FILESTATUS NOT = "00"
               CLOSE DISPATCH-FILE
               DISPLAY " ORDERHEAD.DAT NOT FOUND "
               DISPLAY " FILE STATUS IS : " SOH-FILESTATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O ORDER-LINE-FILE.
           IF SOL-FILESTATUS NOT = "00"
               CLOSE DISPATCH-FILE
               CLOSE ORDER-HEAD
               DISPLAY " ORDERLINE.DAT NOT FOUND "
               DISPLAY " FILE STATUS IS : " SOL-FILESTATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT CUSTOMER-MASTER.
           IF CUS-FILESTATUS = "00"
               SET CUST-FILE-OPEN TO TRUE
           END-IF.
           OPEN OUTPUT MANIFEST-REPORT.
           SORT SORT-WORK ON ASCENDING KEY SRT-CARRIER SRT-ORDER-NO
               INPUT PROCEDURE IS SHIP-ORDERS-PARA
               OUTPUT PROCEDURE IS PRINT-MANIFESTS-PARA.
           IF NOT FIRST-CARRIER
               PERFORM CARRIER-TOTAL-PARA
           END-IF.
           IF WS-REJ-TOTAL > ZERO
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               WRITE RPT-LINE FROM RPT-REJECT-HEADER
               PERFORM PRINT-REJECT-PARA
                   VARYING WS-REJ-SUB FROM 1 BY 1
                   UNTIL WS-REJ-SUB > WS-REJ-TOTAL
           END-IF.
           IF WS-REJ-SKIPPED > ZERO
               MOVE WS-REJ-SKIPPED TO RPT-SKIP-COUNT
               WRITE RPT-LINE FROM RPT-REJECT-SKIP-LINE
           END-IF.
           CLOSE MANIFEST-REPORT.
           IF CUST-FILE-OPEN
               CLOSE CUSTOMER-MASTER
           END-IF.
           CLOSE ORDER-LINE-FILE.
           CLOSE ORDER-HEAD.
           CLOSE DISPATCH-FILE.
      *    THE CONFIRMATIONS ARE CONSUMED ONCE POSTED.
           OPEN OUTPUT DISPATCH-FILE.
           CLOSE DISPATCH-FILE.
           DISPLAY "CONFIRMATIONS READ  : " WS-READ-COUNT.
           DISPLAY "ORDERS SHIPPED      : " WS-SHIPPED-COUNT.
           DISPLAY "CARRIERS            : " WS-CARRIER-COUNT.
           DISPLAY "NOT DISPATCHED      : " WS-REJECTED-COUNT.
           GOBACK.

       SHIP-ORDERS-PARA.
           PERFORM SHIP-ONE-PARA THRU SHIP-ONE-EXIT
               UNTIL DSP-END-OF-FILE.

      *    ONLY AN ORDER AT PICKED CAN SHIP: ONE STILL AT ENTERED HAS
      *    NOTHING ON THE BAY, AND ONE ALREADY SHIPPED OR CLOSED IS A
      *    SECOND CONFIRMATION.
       SHIP-ONE-PARA.
           READ DISPATCH-FILE
               AT END
                   SET DSP-END-OF-FILE TO TRUE
                   GO TO SHIP-ONE-EXIT
           END-READ.
           MOVE SPACES TO WS-DSP-ORDER-IN.
           MOVE SPACES TO WS-DSP-CARRIER-IN.
           MOVE SPACES TO WS-DSP-CONSIGN-IN.
           UNSTRING DISPATCH-LINE DELIMITED BY ALL SPACE
               INTO WS-DSP-ORDER-IN WS-DSP-CARRIER-IN WS-DSP-CONSIGN-IN
           END-UNSTRING.
           IF WS-DSP-ORDER-IN = SPACES
               GO TO SHIP-ONE-EXIT
           END-IF.
           ADD 1 TO WS-READ-COUNT.
           IF WS-DSP-ORDER-IN NOT NUMERIC
               PERFORM REJECT-CONFIRMATION-PARA
               MOVE "BAD ORDER NUMBER" TO REJ-T-REASON(WS-REJ-SLOT)
               GO TO SHIP-ONE-EXIT
           END-IF.
           IF WS-DSP-CARRIER-IN = SPACES
               PERFORM REJECT-CONFIRMATION-PARA
               MOVE "NO CARRIER" TO REJ-T-REASON(WS-REJ-SLOT)
               GO TO SHIP-ONE-EXIT
           END-IF.
           MOVE WS-DSP-ORDER-IN TO SOH-ORDER-NO.
           READ ORDER-HEAD
               INVALID KEY
                   PERFORM REJECT-CONFIRMATION-PARA
                   MOVE "NOT ON FILE" TO REJ-T-REASON(WS-REJ-SLOT)
                   GO TO SHIP-ONE-EXIT
           END-READ.
           IF NOT SOH-IS-PICKED
               PERFORM REJECT-CONFIRMATION-PARA
               EVALUATE TRUE
               WHEN SOH-IS-ENTERED
                   MOVE "NOT YET PICKED" TO REJ-T-REASON(WS-REJ-SLOT)
               WHEN SOH-IS-SHIPPED
                   MOVE "ALREADY SHIPPED" TO REJ-T-REASON(WS-REJ-SLOT)
               WHEN SOH-IS-DELIVERED
                   MOVE "ALREADY DELIVERED"
                       TO REJ-T-REASON(WS-REJ-SLOT)
               WHEN SOH-IS-CANCELLED
                   MOVE "ORDER CANCELLED" TO REJ-T-REASON(WS-REJ-SLOT)
               WHEN OTHER
                   MOVE "BAD ORDER STATUS" TO REJ-T-REASON(WS-REJ-SLOT)
               END-EVALUATE
               GO TO SHIP-ONE-EXIT
           END-IF.
           MOVE 'S' TO SOH-STATUS.
           MOVE WS-CURR-DATE TO SOH-STATUS-DATE.
           MOVE WS-CURR-DATE TO SOH-SHIP-DATE.
           MOVE WS-DSP-CARRIER-IN TO SOH-CARRIER.
           MOVE WS-DSP-CONSIGN-IN TO SOH-CONSIGNMENT.
           REWRITE ORDER-HEAD-RECORD
               INVALID KEY
                   PERFORM REJECT-CONFIRMATION-PARA
                   MOVE "REWRITE FAILED" TO REJ-T-REASON(WS-REJ-SLOT)
                   GO TO SHIP-ONE-EXIT
           END-REWRITE.
           ADD 1 TO WS-SHIPPED-COUNT.
           MOVE WS-DSP-CARRIER-IN TO SRT-CARRIER.
           MOVE SOH-ORDER-NO TO SRT-ORDER-NO.
           MOVE SOH-CUST TO SRT-CUST.
           MOVE WS-DSP-CONSIGN-IN TO SRT-CONSIGNMENT.
           RELEASE SORT-RECORD.
       SHIP-ONE-EXIT.
           EXIT.

      *    ENTERS THE CONFIRMATION IN THE REJECT TABLE; THE CALLER
      *    FILLS IN THE REASON AT WS-REJ-SLOT. PAST THE TABLE IT GOES
      *    TO THE SPARE ENTRY AND IS COUNTED AND LOGGED ONLY.
       REJECT-CONFIRMATION-PARA.
           ADD 1 TO WS-REJECTED-COUNT.
           MOVE "NOT-SHIP " TO WS-SHARED-ACTION.
           MOVE WS-DSP-ORDER-IN TO WS-SHARED-KEY.
           CALL "EXCPLOG" USING WS-SHARED-PROGRAM,
               WS-SHARED-ACTION, WS-SHARED-KEY.
           IF WS-REJ-TOTAL < WS-REJ-MAX
               ADD 1 TO WS-REJ-TOTAL
               MOVE WS-REJ-TOTAL TO WS-REJ-SLOT
           ELSE
               ADD 1 TO WS-REJ-SKIPPED
               COMPUTE WS-REJ-SLOT = WS-REJ-MAX + 1
           END-IF.
           MOVE WS-DSP-ORDER-IN TO REJ-T-ORDER(WS-REJ-SLOT).
           MOVE WS-DSP-CARRIER-IN TO REJ-T-CARRIER(WS-REJ-SLOT).
           MOVE SPACES TO REJ-T-REASON(WS-REJ-SLOT).

       PRINT-MANIFESTS-PARA.
           PERFORM PRINT-ONE-ORDER-PARA THRU PRINT-ONE-ORDER-EXIT
               UNTIL SRT-END-OF-FILE.

      *    A NEW CARRIER CLOSES THE LAST ONE'S MANIFEST AND OPENS ITS
      *    OWN.
       PRINT-ONE-ORDER-PARA.
           RETURN SORT-WORK
               AT END
                   SET SRT-END-OF-FILE TO TRUE
                   GO TO PRINT-ONE-ORDER-EXIT
           END-RETURN.
           IF FIRST-CARRIER OR SRT-CARRIER NOT = WS-LAST-CARRIER
               IF NOT FIRST-CARRIER
                   PERFORM CARRIER-TOTAL-PARA
               END-IF
               PERFORM CARRIER-HEADING-PARA
           END-IF.
           MOVE SRT-ORDER-NO TO RPT-ORDER-NO.
           MOVE SRT-CUST TO RPT-CUST.
           MOVE SRT-CONSIGNMENT TO RPT-CONSIGNMENT.
           MOVE SPACES TO RPT-NAME.
           IF SRT-CUST = SPACES
               MOVE "CASH SALE" TO RPT-NAME
           ELSE
               IF CUST-FILE-OPEN
                   MOVE SRT-CUST TO CM-CUST-ID
                   READ CUSTOMER-MASTER
                       INVALID KEY
                           MOVE "NOT ON MASTER" TO RPT-NAME
                       NOT INVALID KEY
                           MOVE CM-NAME TO RPT-NAME
                   END-READ
               END-IF
           END-IF.
           WRITE RPT-LINE FROM RPT-ORDER-LINE.
           ADD 1 TO WS-CARRIER-ORDERS.
      *    THE LINES PICKED FOR THE ORDER GO ON THE VAN; ONES STILL
      *    ON BACKORDER OR HOLD DO NOT.
           MOVE 'N' TO WS-SOL-SCAN-SW.
           MOVE SRT-ORDER-NO TO SOL-ORDER-NO.
           MOVE ZERO TO SOL-LINE-NO.
           START ORDER-LINE-FILE KEY IS NOT LESS THAN SOL-KEY
               INVALID KEY
                   SET SOL-SCAN-DONE TO TRUE
           END-START.
           PERFORM PRINT-ORDER-LINE-PARA UNTIL SOL-SCAN-DONE.
       PRINT-ONE-ORDER-EXIT.
           EXIT.

       PRINT-ORDER-LINE-PARA.
           READ ORDER-LINE-FILE NEXT RECORD
               AT END
                   SET SOL-SCAN-DONE TO TRUE
           END-READ.
           IF NOT SOL-SCAN-DONE
               IF SOL-ORDER-NO NOT = SRT-ORDER-NO
                   SET SOL-SCAN-DONE TO TRUE
               ELSE
                   IF SOL-IS-PICKED
                       MOVE SOL-LINE-NO TO RPT-LINE-NO
                       MOVE SOL-ITEM TO RPT-ITEM
                       MOVE SOL-QTY TO RPT-QTY
                       WRITE RPT-LINE FROM RPT-ITEM-LINE
                       ADD SOL-QTY TO WS-CARRIER-UNITS
                       MOVE 'S' TO SOL-STATUS
                       MOVE WS-CURR-DATE TO SOL-STATUS-DATE
                       REWRITE ORDER-LINE-RECORD
                       END-REWRITE
                   END-IF
               END-IF
           END-IF.

       CARRIER-HEADING-PARA.
           MOVE 'N' TO WS-FIRST-CARRIER-SW.
           MOVE SRT-CARRIER TO WS-LAST-CARRIER.
           MOVE ZERO TO WS-CARRIER-ORDERS.
           MOVE ZERO TO WS-CARRIER-UNITS.
           ADD 1 TO WS-CARRIER-COUNT.
           MOVE SRT-CARRIER TO RPT-HDR-CARRIER.
           MOVE WS-CURR-DATE TO RPT-HDR-DATE.
           WRITE RPT-LINE FROM RPT-CARRIER-HEADER.
           WRITE RPT-LINE FROM RPT-COLUMN-HEADER.

       CARRIER-TOTAL-PARA.
           MOVE WS-CARRIER-ORDERS TO RPT-TOT-ORDERS.
           MOVE WS-CARRIER-UNITS TO RPT-TOT-UNITS.
           WRITE RPT-LINE FROM RPT-CARRIER-TOTAL.
           WRITE RPT-LINE FROM RPT-SIGN-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

       PRINT-REJECT-PARA.
           MOVE REJ-T-ORDER(WS-REJ-SUB) TO RPT-REJ-ORDER.
           MOVE REJ-T-CARRIER(WS-REJ-SUB) TO RPT-REJ-CARRIER.
           MOVE REJ-T-REASON(WS-REJ-SUB) TO RPT-REJ-REASON.
           WRITE RPT-LINE FROM RPT-REJECT-LINE.
       END PROGRAM DISPATCH.
