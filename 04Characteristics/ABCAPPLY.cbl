      ******************************************************************
      * Author:
      * Date:
      * Purpose: ABC class apply step. Reads the AbcApproved.dat file
      *          of operator-approved cycle-count class changes (the
      *          AbcProposed.dat lines the ABCCALC run proposed and
      *          the stock controller signed off, item code and new
      *          class 'A', 'B' or 'C'), posts the class into
      *          STK-COUNT-CLASS on every StockMaster.dat record of
      *          the item, whatever the warehouse, and prints
      *          AbcApply.rpt with old and new class per record - the
      *          approval gate that keeps the classification from
      *          writing straight onto the master, the ROPAPPLY way.
      *          The CYCLECNT scheduler picks the new classes up on
      *          its next run.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCAPPLY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT APPROVED-FILE ASSIGN TO "AbcApproved.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS APP-FILESTATUS.
       SELECT STOCK-MASTER ASSIGN TO "StockMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STK-KEY
           FILE STATUS IS STK-FILESTATUS.
       SELECT APPLY-REPORT ASSIGN TO "AbcApply.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RPT-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD APPROVED-FILE.
       01 APPROVED-LINE PIC X(20).
       FD STOCK-MASTER.
       COPY STKREC REPLACING ==:REC:== BY ==STOCK-RECORD==.
       FD APPLY-REPORT.
       01 RPT-LINE PIC X(60).

       WORKING-STORAGE SECTION.
       01 APP-FILESTATUS PIC X(02).
       01 STK-FILESTATUS PIC X(02).
       01 RPT-FILESTATUS PIC X(02).
       01 APP-EOF PIC X VALUE 'N'.
           88 APP-END-OF-FILE VALUE 'Y'.
       01 STK-EOF PIC X VALUE 'N'.
           88 STK-END-OF-FILE VALUE 'Y'.
      *
       01 WS-APP-ITEM PIC X(5).
       01 WS-APP-CLASS-X PIC X(2).
      *
      *    THE APPROVED CHANGES, HELD SO ONE PASS OF THE MASTER CAN
      *    POST AN ITEM IN EVERY WAREHOUSE THAT STOCKS IT.
       01 APT-TABLE.
           05 APT-ENTRY OCCURS 200 TIMES.
               10 APT-T-ITEM PIC X(5).
               10 APT-T-CLASS PIC X(1).
               10 APT-T-POSTED PIC 9(3).
       01 WS-APT-TOTAL PIC 9(3) VALUE ZERO.
       01 WS-APT-MAX PIC 9(3) VALUE 200.
       01 WS-APT-SUB PIC 9(3).
       01 WS-APT-SKIPPED PIC 9(3) VALUE ZERO.
       01 WS-APT-FOUND-SW PIC X(1).
           88 APPROVAL-FOUND VALUE 'Y'.
      *
       01 WS-APPLIED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REJECTED-COUNT PIC 9(3) VALUE ZERO.
      *
       01 RPT-HEADER.
           05 FILLER PIC X(30) VALUE "ABC CLASSES APPLIED".
       01 RPT-DETAIL-LINE.
           05 RPT-WHSE PIC X(4).
           05 RPT-ITEM PIC X(7).
           05 FILLER PIC X(5) VALUE "OLD ".
           05 RPT-OLD PIC X(1).
           05 FILLER PIC X(6) VALUE "  NEW ".
           05 RPT-NEW PIC X(1).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RPT-VERDICT PIC X(16).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT APPROVED-FILE.
           IF APP-FILESTATUS NOT = "00"
               DISPLAY " ABCAPPROVED.DAT NOT FOUND - NOTHING "
               DISPLAY " APPROVED TO APPLY "
               STOP RUN
           END-IF.
           OPEN OUTPUT APPLY-REPORT.
           WRITE RPT-LINE FROM RPT-HEADER.
           PERFORM LOAD-ONE-APPROVAL-PARA THRU LOAD-ONE-APPROVAL-EXIT
               UNTIL APP-END-OF-FILE.
           CLOSE APPROVED-FILE.
      *    AN APPROVAL LEFT OFF THE TABLE WOULD BE CONSUMED WITH THE
      *    FILE UNPOSTED, SO THE RUN IS REFUSED WITH THE FILE KEPT.
           IF WS-APT-SKIPPED > ZERO
               CLOSE APPLY-REPORT
               DISPLAY "*** MORE THAN " WS-APT-MAX " APPROVED LINES "
               DISPLAY "*** - RUN REFUSED, SPLIT THE FILE OR RAISE "
               DISPLAY "*** THE TABLE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O STOCK-MASTER.
           IF STK-FILESTATUS NOT = "00"
               CLOSE APPLY-REPORT
               DISPLAY " STOCKMASTER.DAT NOT FOUND "
               DISPLAY " FILE STATUS IS : " STK-FILESTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM APPLY-ONE-PARA THRU APPLY-ONE-EXIT
               UNTIL STK-END-OF-FILE.
           CLOSE STOCK-MASTER.
           PERFORM REPORT-UNPOSTED-PARA
               VARYING WS-APT-SUB FROM 1 BY 1
               UNTIL WS-APT-SUB > WS-APT-TOTAL.
           CLOSE APPLY-REPORT.
      *    THE APPROVED FILE IS CONSUMED ONCE POSTED.
           OPEN OUTPUT APPROVED-FILE.
           CLOSE APPROVED-FILE.
           DISPLAY "CLASSES APPLIED : " WS-APPLIED-COUNT.
           DISPLAY "REJECTED        : " WS-REJECTED-COUNT.
           STOP RUN.

       LOAD-ONE-APPROVAL-PARA.
           READ APPROVED-FILE INTO APPROVED-LINE
               AT END
                   SET APP-END-OF-FILE TO TRUE
                   GO TO LOAD-ONE-APPROVAL-EXIT
           END-READ.
           MOVE SPACES TO WS-APP-ITEM.
           MOVE SPACES TO WS-APP-CLASS-X.
           UNSTRING APPROVED-LINE DELIMITED BY ALL SPACE
               INTO WS-APP-ITEM WS-APP-CLASS-X
           END-UNSTRING.
           IF WS-APP-ITEM = SPACES
               GO TO LOAD-ONE-APPROVAL-EXIT
           END-IF.
           IF WS-APP-CLASS-X NOT = 'A' AND WS-APP-CLASS-X NOT = 'B'
                   AND WS-APP-CLASS-X NOT = 'C'
               ADD 1 TO WS-REJECTED-COUNT
               MOVE SPACES TO RPT-WHSE
               MOVE WS-APP-ITEM TO RPT-ITEM
               MOVE SPACE TO RPT-OLD
               MOVE WS-APP-CLASS-X TO RPT-NEW
               MOVE "CLASS NOT A/B/C" TO RPT-VERDICT
               WRITE RPT-LINE FROM RPT-DETAIL-LINE
               GO TO LOAD-ONE-APPROVAL-EXIT
           END-IF.
      *    A SECOND LINE FOR THE SAME ITEM REPLACES THE FIRST - THE
      *    LAST APPROVAL STANDS.
           PERFORM FIND-APPROVAL-PARA.
           IF APPROVAL-FOUND
               MOVE WS-APP-CLASS-X TO APT-T-CLASS(WS-APT-SUB)
               GO TO LOAD-ONE-APPROVAL-EXIT
           END-IF.
           IF WS-APT-TOTAL < WS-APT-MAX
               ADD 1 TO WS-APT-TOTAL
               MOVE WS-APP-ITEM TO APT-T-ITEM(WS-APT-TOTAL)
               MOVE WS-APP-CLASS-X TO APT-T-CLASS(WS-APT-TOTAL)
               MOVE ZERO TO APT-T-POSTED(WS-APT-TOTAL)
           ELSE
               ADD 1 TO WS-APT-SKIPPED
           END-IF.
       LOAD-ONE-APPROVAL-EXIT.
           EXIT.

       FIND-APPROVAL-PARA.
           MOVE 'N' TO WS-APT-FOUND-SW.
           PERFORM VARYING WS-APT-SUB FROM 1 BY 1
                   UNTIL WS-APT-SUB > WS-APT-TOTAL OR APPROVAL-FOUND
               IF APT-T-ITEM(WS-APT-SUB) = WS-APP-ITEM
                   SET APPROVAL-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF APPROVAL-FOUND
               SUBTRACT 1 FROM WS-APT-SUB
           END-IF.

       APPLY-ONE-PARA.
           READ STOCK-MASTER NEXT RECORD
               AT END
                   SET STK-END-OF-FILE TO TRUE
                   GO TO APPLY-ONE-EXIT
           END-READ.
           MOVE STK-ITEM-CODE TO WS-APP-ITEM.
           PERFORM FIND-APPROVAL-PARA.
           IF NOT APPROVAL-FOUND
               GO TO APPLY-ONE-EXIT
           END-IF.
           MOVE STK-WHSE TO RPT-WHSE.
           MOVE STK-ITEM-CODE TO RPT-ITEM.
           MOVE STK-COUNT-CLASS TO RPT-OLD.
           MOVE APT-T-CLASS(WS-APT-SUB) TO RPT-NEW.
           MOVE APT-T-CLASS(WS-APT-SUB) TO STK-COUNT-CLASS.
           REWRITE STOCK-RECORD
               INVALID KEY
                   MOVE "REWRITE FAILED" TO RPT-VERDICT
                   ADD 1 TO WS-REJECTED-COUNT
               NOT INVALID KEY
                   MOVE "APPLIED" TO RPT-VERDICT
                   ADD 1 TO WS-APPLIED-COUNT
                   ADD 1 TO APT-T-POSTED(WS-APT-SUB)
           END-REWRITE.
           WRITE RPT-LINE FROM RPT-DETAIL-LINE.
       APPLY-ONE-EXIT.
           EXIT.

       REPORT-UNPOSTED-PARA.
           IF APT-T-POSTED(WS-APT-SUB) = ZERO
               ADD 1 TO WS-REJECTED-COUNT
               MOVE SPACES TO RPT-WHSE
               MOVE APT-T-ITEM(WS-APT-SUB) TO RPT-ITEM
               MOVE SPACE TO RPT-OLD
               MOVE APT-T-CLASS(WS-APT-SUB) TO RPT-NEW
               MOVE "NOT ON MASTER" TO RPT-VERDICT
               WRITE RPT-LINE FROM RPT-DETAIL-LINE
           END-IF.
       END PROGRAM ABCAPPLY.
