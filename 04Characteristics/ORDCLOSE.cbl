      ******************************************************************
      * Author:
      * Date:
      * Purpose: Sales order close step. Reads OrderClose.dat, the
      *          order desk's closing transactions - "D order date
      *          signedby" posts the carrier's proof of delivery
      *          onto an OrderHead.dat order at S shipped, moving it
      *          to D delivered with the delivery date (the run date
      *          when none is given) and the name it was signed for
      *          under; "X order" cancels an order still at E entered
      *          - nothing picked and nothing billed - setting every
      *          line on OrderLine.dat and the header to X, after
      *          which BORELSE drops its backorders and ORDENT refuses
      *          its held lines. Prints OrderClose.rpt with a verdict
      *          per transaction; the transactions are consumed once
      *          posted.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDCLOSE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CLOSE-FILE ASSIGN TO "OrderClose.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CLS-FILESTATUS.
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
       SELECT CLOSE-REPORT ASSIGN TO "OrderClose.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RPT-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CLOSE-FILE.
       01 CLOSE-LINE PIC X(50).
       FD ORDER-HEAD.
       COPY SOHREC REPLACING ==:REC:== BY ==ORDER-HEAD-RECORD==.
       FD ORDER-LINE-FILE.
       COPY SOLREC REPLACING ==:REC:== BY ==ORDER-LINE-RECORD==.
       FD CLOSE-REPORT.
       01 RPT-LINE PIC X(70).

       WORKING-STORAGE SECTION.
       01 CLS-FILESTATUS PIC X(02).
       01 SOH-FILESTATUS PIC X(02).
       01 SOL-FILESTATUS PIC X(02).
       01 RPT-FILESTATUS PIC X(02).
       01 CLS-EOF PIC X VALUE 'N'.
           88 CLS-END-OF-FILE VALUE 'Y'.
       01 WS-SOL-SCAN-SW PIC X(1).
           88 SOL-SCAN-DONE VALUE 'Y'.
      *
       01 WS-CURR-DATE PIC 9(8).
       01 WS-CLS-TYPE PIC X(2).
       01 WS-CLS-ORDER-IN PIC X(6).
       01 WS-CLS-DATE-IN PIC X(8).
       01 WS-CLS-NAME-IN PIC X(15).
       01 WS-CLS-ORDER-NO PIC 9(6).
      *
       01 WS-READ-COUNT PIC 9(5) VALUE ZERO.
       01 WS-DELIVERED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-CANCELLED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REJECTED-COUNT PIC 9(5) VALUE ZERO.
      *
       01 WS-SHARED-PROGRAM PIC X(9) VALUE "ORDCLOSE".
       01 WS-SHARED-ACTION  PIC X(9).
       01 WS-SHARED-KEY     PIC X(10).
      *
       01 RPT-HEADER.
           05 FILLER PIC X(30) VALUE "SALES ORDERS CLOSED".
       01 RPT-DETAIL-LINE.
           05 RPT-TYPE PIC X(3).
           05 RPT-ORDER PIC X(8).
           05 RPT-OLD-STATUS PIC X(1).
           05 FILLER PIC X(4) VALUE " TO ".
           05 RPT-NEW-STATUS PIC X(1).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RPT-DATE PIC X(10).
           05 RPT-NAME PIC X(17).
           05 RPT-VERDICT PIC X(20).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
           OPEN INPUT CLOSE-FILE.
           IF CLS-FILESTATUS NOT = "00"
               DISPLAY " ORDERCLOSE.DAT NOT FOUND - NOTHING TO CLOSE "
               GOBACK
           END-IF.
           OPEN I-O ORDER-HEAD.
           IF SOH-FILESTATUS NOT = "00"
               CLOSE CLOSE-FILE
               DISPLAY " ORDERHEAD.DAT NOT FOUND "
               DISPLAY " FILE STATUS IS : " SOH-FILESTATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O ORDER-LINE-FILE.
           IF SOL-FILESTATUS NOT = "00"
               CLOSE CLOSE-FILE
               CLOSE ORDER-HEAD
               DISPLAY " ORDERLINE.DAT NOT FOUND "
               DISPLAY " FILE STATUS IS : " SOL-FILESTATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT CLOSE-REPORT.
           WRITE RPT-LINE FROM RPT-HEADER.
           PERFORM CLOSE-ONE-PARA THRU CLOSE-ONE-EXIT
               UNTIL CLS-END-OF-FILE.
           CLOSE CLOSE-REPORT.
           CLOSE ORDER-LINE-FILE.
           CLOSE ORDER-HEAD.
           CLOSE CLOSE-FILE.
      *    THE TRANSACTIONS ARE CONSUMED ONCE POSTED.
           OPEN OUTPUT CLOSE-FILE.
           CLOSE CLOSE-FILE.
           DISPLAY "TRANSACTIONS READ : " WS-READ-COUNT.
           DISPLAY "ORDERS DELIVERED  : " WS-DELIVERED-COUNT.
           DISPLAY "ORDERS CANCELLED  : " WS-CANCELLED-COUNT.
           DISPLAY "REJECTED          : " WS-REJECTED-COUNT.
           GOBACK.

       CLOSE-ONE-PARA.
           READ CLOSE-FILE
               AT END
                   SET CLS-END-OF-FILE TO TRUE
                   GO TO CLOSE-ONE-EXIT
           END-READ.
           MOVE SPACES TO WS-CLS-TYPE.
           MOVE SPACES TO WS-CLS-ORDER-IN.
           MOVE SPACES TO WS-CLS-DATE-IN.
           MOVE SPACES TO WS-CLS-NAME-IN.
           UNSTRING CLOSE-LINE DELIMITED BY ALL SPACE
               INTO WS-CLS-TYPE WS-CLS-ORDER-IN WS-CLS-DATE-IN
                    WS-CLS-NAME-IN
           END-UNSTRING.
           IF WS-CLS-TYPE = SPACES
               GO TO CLOSE-ONE-EXIT
           END-IF.
           ADD 1 TO WS-READ-COUNT.
           MOVE WS-CLS-TYPE TO RPT-TYPE.
           MOVE WS-CLS-ORDER-IN TO RPT-ORDER.
           MOVE SPACE TO RPT-OLD-STATUS.
           MOVE SPACE TO RPT-NEW-STATUS.
           MOVE SPACES TO RPT-DATE.
           MOVE SPACES TO RPT-NAME.
           IF WS-CLS-TYPE NOT = 'D' AND WS-CLS-TYPE NOT = 'X'
               MOVE "TYPE NOT D/X" TO RPT-VERDICT
               PERFORM REJECT-CLOSE-PARA
               GO TO CLOSE-ONE-EXIT
           END-IF.
           IF WS-CLS-ORDER-IN NOT NUMERIC
               MOVE "BAD ORDER NUMBER" TO RPT-VERDICT
               PERFORM REJECT-CLOSE-PARA
               GO TO CLOSE-ONE-EXIT
           END-IF.
           MOVE WS-CLS-ORDER-IN TO WS-CLS-ORDER-NO.
           MOVE WS-CLS-ORDER-NO TO SOH-ORDER-NO.
           READ ORDER-HEAD
               INVALID KEY
                   MOVE "NOT ON FILE" TO RPT-VERDICT
                   PERFORM REJECT-CLOSE-PARA
                   GO TO CLOSE-ONE-EXIT
           END-READ.
           MOVE SOH-STATUS TO RPT-OLD-STATUS.
           IF WS-CLS-TYPE = 'D'
               PERFORM DELIVER-ORDER-PARA THRU DELIVER-ORDER-EXIT
           ELSE
               PERFORM CANCEL-ORDER-PARA THRU CANCEL-ORDER-EXIT
           END-IF.
       CLOSE-ONE-EXIT.
           EXIT.

      *    PROOF OF DELIVERY IS TAKEN ONLY FOR AN ORDER THAT HAS
      *    SHIPPED.
       DELIVER-ORDER-PARA.
           IF NOT SOH-IS-SHIPPED
               MOVE "NOT SHIPPED" TO RPT-VERDICT
               PERFORM REJECT-CLOSE-PARA
               GO TO DELIVER-ORDER-EXIT
           END-IF.
           IF WS-CLS-DATE-IN NUMERIC
               MOVE WS-CLS-DATE-IN TO SOH-POD-DATE
           ELSE
               MOVE WS-CURR-DATE TO SOH-POD-DATE
           END-IF.
           MOVE WS-CLS-NAME-IN TO SOH-POD-NAME.
           MOVE 'D' TO SOH-STATUS.
           MOVE WS-CURR-DATE TO SOH-STATUS-DATE.
           MOVE SOH-POD-DATE TO RPT-DATE.
           MOVE SOH-POD-NAME TO RPT-NAME.
           REWRITE ORDER-HEAD-RECORD
               INVALID KEY
                   MOVE "REWRITE FAILED" TO RPT-VERDICT
                   PERFORM REJECT-CLOSE-PARA
                   GO TO DELIVER-ORDER-EXIT
           END-REWRITE.
           MOVE 'D' TO RPT-NEW-STATUS.
           MOVE "DELIVERED" TO RPT-VERDICT.
           WRITE RPT-LINE FROM RPT-DETAIL-LINE.
           ADD 1 TO WS-DELIVERED-COUNT.
       DELIVER-ORDER-EXIT.
           EXIT.

      *    ONCE A LINE IS PICKED THE GOODS ARE BILLED, AND TAKING
      *    THEM BACK IS A RETURN, NOT A CANCELLATION.
       CANCEL-ORDER-PARA.
           IF NOT SOH-IS-ENTERED
               MOVE "NOT AT ENTERED" TO RPT-VERDICT
               PERFORM REJECT-CLOSE-PARA
               GO TO CANCEL-ORDER-EXIT
           END-IF.
           MOVE 'N' TO WS-SOL-SCAN-SW.
           MOVE WS-CLS-ORDER-NO TO SOL-ORDER-NO.
           MOVE ZERO TO SOL-LINE-NO.
           START ORDER-LINE-FILE KEY IS NOT LESS THAN SOL-KEY
               INVALID KEY
                   SET SOL-SCAN-DONE TO TRUE
           END-START.
           PERFORM CANCEL-ONE-LINE-PARA UNTIL SOL-SCAN-DONE.
           MOVE 'X' TO SOH-STATUS.
           MOVE WS-CURR-DATE TO SOH-STATUS-DATE.
           REWRITE ORDER-HEAD-RECORD
               INVALID KEY
                   MOVE "REWRITE FAILED" TO RPT-VERDICT
                   PERFORM REJECT-CLOSE-PARA
                   GO TO CANCEL-ORDER-EXIT
           END-REWRITE.
           MOVE 'X' TO RPT-NEW-STATUS.
           MOVE "CANCELLED" TO RPT-VERDICT.
           WRITE RPT-LINE FROM RPT-DETAIL-LINE.
           ADD 1 TO WS-CANCELLED-COUNT.
           MOVE "ORD-CANC " TO WS-SHARED-ACTION.
           MOVE WS-CLS-ORDER-IN TO WS-SHARED-KEY.
           CALL "EXCPLOG" USING WS-SHARED-PROGRAM,
               WS-SHARED-ACTION, WS-SHARED-KEY.
       CANCEL-ORDER-EXIT.
           EXIT.

       CANCEL-ONE-LINE-PARA.
           READ ORDER-LINE-FILE NEXT RECORD
               AT END
                   SET SOL-SCAN-DONE TO TRUE
           END-READ.
           IF NOT SOL-SCAN-DONE
               IF SOL-ORDER-NO NOT = WS-CLS-ORDER-NO
                   SET SOL-SCAN-DONE TO TRUE
               ELSE
                   IF NOT SOL-IS-CANCELLED
                       MOVE 'X' TO SOL-STATUS
                       MOVE WS-CURR-DATE TO SOL-STATUS-DATE
                       REWRITE ORDER-LINE-RECORD
                       END-REWRITE
                   END-IF
               END-IF
           END-IF.

       REJECT-CLOSE-PARA.
           ADD 1 TO WS-REJECTED-COUNT.
           WRITE RPT-LINE FROM RPT-DETAIL-LINE.
       END PROGRAM ORDCLOSE.
