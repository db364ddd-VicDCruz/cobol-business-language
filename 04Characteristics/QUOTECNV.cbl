      ******************************************************************
      * Author:
      * Date:
      * Purpose: Quotation expiry and conversion. Every run first
      *          sweeps Quotes.dat and marks each open line whose
      *          validity date has passed as expired ('X'), so a
      *          stale price can no longer be ordered against. Run
      *          with a quote number on the command line it then
      *          converts that accepted quote: each open line goes
      *          onto Orders.dat as item, quantity and customer the
      *          way the upload appends them, followed by a Q mark
      *          and the quote number and line, so the next order run
      *          bills it at the quoted price rather than today's;
      *          the quote lines are marked converted ('C'). A quote
      *          that is unknown, already converted or expired is
      *          refused with RETURN-CODE 8.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUOTECNV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT QUOTE-FILE ASSIGN TO "Quotes.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS QT-KEY
           FILE STATUS IS QTE-FILESTATUS.
       SELECT ORDER-FILE ASSIGN TO "Orders.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ORD-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD QUOTE-FILE.
       COPY QTREC REPLACING ==:REC:== BY ==QUOTE-RECORD==.
      *    A CONVERTED LINE GOES TO THE ORDER BATCH IN THE ITEM,
      *    QUANTITY, CUSTOMER SHAPE THE UPLOAD APPENDS, WITH THE Q
      *    MARK AND THE QUOTE IT CAME FROM AFTER IT.
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
           05 OL-QUOTE-NO PIC 9(6).
           05 FILLER PIC X(1).
           05 OL-QUOTE-LINE PIC 9(3).
           05 FILLER PIC X(9).

       WORKING-STORAGE SECTION.
       01 QTE-FILESTATUS PIC X(02).
       01 ORD-FILESTATUS PIC X(02).
       01 QTE-EOF PIC X VALUE 'N'.
           88 QTE-END-OF-FILE VALUE 'Y'.
       01 WS-CMD-LINE PIC X(80).
       01 WS-QUOTE-X PIC X(6).
       01 WS-QUOTE-NO PIC 9(6).
       01 WS-CURR-DATE PIC 9(8).
       01 WS-EXPIRED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-CONVERTED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-QUOTE-LINES PIC 9(5) VALUE ZERO.
       01 WS-QUOTE-EXPIRED PIC 9(5) VALUE ZERO.
       01 WS-QUOTE-DONE PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           MOVE SPACES TO WS-QUOTE-X.
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE INTO WS-QUOTE-X
           END-UNSTRING.
           IF WS-QUOTE-X NOT = SPACES AND WS-QUOTE-X NOT NUMERIC
               DISPLAY "USAGE: QUOTECNV [QUOTE-NUMBER]"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O QUOTE-FILE.
           IF QTE-FILESTATUS NOT = "00"
               DISPLAY " QUOTES.DAT NOT FOUND - NO QUOTES ON FILE "
               IF WS-QUOTE-X NOT = SPACES
                   MOVE 8 TO RETURN-CODE
               END-IF
               GOBACK
           END-IF.
           PERFORM EXPIRE-ONE-PARA THRU EXPIRE-ONE-EXIT
               UNTIL QTE-END-OF-FILE.
           IF WS-QUOTE-X NOT = SPACES
               MOVE WS-QUOTE-X TO WS-QUOTE-NO
               PERFORM CONVERT-QUOTE-PARA THRU CONVERT-QUOTE-EXIT
           END-IF.
           CLOSE QUOTE-FILE.
           DISPLAY "QUOTE LINES EXPIRED : " WS-EXPIRED-COUNT.
           DISPLAY "LINES CONVERTED     : " WS-CONVERTED-COUNT.
           GOBACK.

      *    THE PRICE HOLDS THROUGH THE VALIDITY DATE ITSELF; THE DAY
      *    AFTER, AN OPEN LINE LAPSES.
       EXPIRE-ONE-PARA.
           READ QUOTE-FILE NEXT RECORD
               AT END
                   SET QTE-END-OF-FILE TO TRUE
                   GO TO EXPIRE-ONE-EXIT
           END-READ.
           IF QT-OPEN AND QT-VALID-DATE < WS-CURR-DATE
               SET QT-EXPIRED TO TRUE
               MOVE WS-CURR-DATE TO QT-STATUS-DATE
               REWRITE QUOTE-RECORD
               ADD 1 TO WS-EXPIRED-COUNT
           END-IF.
       EXPIRE-ONE-EXIT.
           EXIT.

      *    THE QUOTE IS PROVED WHOLE BEFORE ANY LINE GOES TO THE
      *    ORDER FILE: IT MUST BE ON FILE AND STILL HAVE OPEN LINES.
       CONVERT-QUOTE-PARA.
           MOVE 'N' TO QTE-EOF.
           PERFORM COUNT-QUOTE-PARA.
           IF WS-QUOTE-LINES = ZERO
               DISPLAY "*** QUOTE " WS-QUOTE-NO " NOT ON FILE"
               MOVE 8 TO RETURN-CODE
               GO TO CONVERT-QUOTE-EXIT
           END-IF.
           IF WS-QUOTE-DONE = WS-QUOTE-LINES
               DISPLAY "*** QUOTE " WS-QUOTE-NO " ALREADY CONVERTED"
               MOVE 8 TO RETURN-CODE
               GO TO CONVERT-QUOTE-EXIT
           END-IF.
           IF WS-QUOTE-EXPIRED + WS-QUOTE-DONE = WS-QUOTE-LINES
               DISPLAY "*** QUOTE " WS-QUOTE-NO " HAS EXPIRED - "
                   "QUOTE AGAIN AT TODAY'S PRICES"
               MOVE 8 TO RETURN-CODE
               GO TO CONVERT-QUOTE-EXIT
           END-IF.
           OPEN EXTEND ORDER-FILE.
           IF ORD-FILESTATUS NOT = "00"
               OPEN OUTPUT ORDER-FILE
           END-IF.
           MOVE WS-QUOTE-NO TO QT-NUMBER.
           MOVE ZERO TO QT-LINE.
           MOVE 'N' TO QTE-EOF.
           START QUOTE-FILE KEY IS NOT LESS THAN QT-KEY
               INVALID KEY
                   SET QTE-END-OF-FILE TO TRUE
           END-START.
           PERFORM CONVERT-ONE-PARA THRU CONVERT-ONE-EXIT
               UNTIL QTE-END-OF-FILE.
           CLOSE ORDER-FILE.
           DISPLAY "QUOTE " WS-QUOTE-NO " CONVERTED TO ORDERS.DAT".
       CONVERT-QUOTE-EXIT.
           EXIT.

       COUNT-QUOTE-PARA.
           MOVE ZERO TO WS-QUOTE-LINES.
           MOVE ZERO TO WS-QUOTE-EXPIRED.
           MOVE ZERO TO WS-QUOTE-DONE.
           MOVE WS-QUOTE-NO TO QT-NUMBER.
           MOVE ZERO TO QT-LINE.
           START QUOTE-FILE KEY IS NOT LESS THAN QT-KEY
               INVALID KEY
                   SET QTE-END-OF-FILE TO TRUE
           END-START.
           PERFORM UNTIL QTE-END-OF-FILE
               READ QUOTE-FILE NEXT RECORD
                   AT END
                       SET QTE-END-OF-FILE TO TRUE
                   NOT AT END
                       IF QT-NUMBER NOT = WS-QUOTE-NO
                           SET QTE-END-OF-FILE TO TRUE
                       ELSE
                           ADD 1 TO WS-QUOTE-LINES
                           IF QT-EXPIRED
                               ADD 1 TO WS-QUOTE-EXPIRED
                           END-IF
                           IF QT-CONVERTED
                               ADD 1 TO WS-QUOTE-DONE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CONVERT-ONE-PARA.
           READ QUOTE-FILE NEXT RECORD
               AT END
                   SET QTE-END-OF-FILE TO TRUE
                   GO TO CONVERT-ONE-EXIT
           END-READ.
           IF QT-NUMBER NOT = WS-QUOTE-NO
               SET QTE-END-OF-FILE TO TRUE
               GO TO CONVERT-ONE-EXIT
           END-IF.
           IF NOT QT-OPEN
               GO TO CONVERT-ONE-EXIT
           END-IF.
           MOVE SPACES TO ORDER-RECORD.
           MOVE QT-ITEM TO OL-ITEM.
           MOVE QT-QTY TO OL-QTY.
           MOVE QT-CUST TO OL-CUST.
           MOVE 'Q' TO OL-RELEASE.
           MOVE QT-NUMBER TO OL-QUOTE-NO.
           MOVE QT-LINE TO OL-QUOTE-LINE.
           WRITE ORDER-RECORD.
           SET QT-CONVERTED TO TRUE.
           MOVE WS-CURR-DATE TO QT-STATUS-DATE.
           REWRITE QUOTE-RECORD.
           ADD 1 TO WS-CONVERTED-COUNT.
       CONVERT-ONE-EXIT.
           EXIT.
       END PROGRAM QUOTECNV.
