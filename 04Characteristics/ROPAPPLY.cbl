      *          prints RopApply.rpt with old and new per item -
      *          the approval gate that keeps the recalculation from
      *          writing straight onto the master.
      *          Each line carries the APPRSIGN stamps and is taken
      *          only through SODCHK: a line not yet raised and
      *          approved stays on RopApproved.dat for a later run,
      *          and one approved by the operator who raised it is
      *          refused and dropped. Only the lines dealt with are
      *          consumed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD APPROVED-FILE.
       COPY APVREC REPLACING ==:REC:== BY ==APPROVED-LINE==.
       FD CATALOG-FILE.
       01 CATALOG-LINE PIC X(50).
       FD APPLY-REPORT.
                   04 WS-REORDER-PT PIC 9(5).
                   04 WS-REORDER-QTY PIC 9(5).
                   04 WS-SUPPLIER PIC X(4).
                   04 WS-TAX-CAT PIC X(1).
                   04 WS-LOT-CTL PIC X(1).
       01 APP-FILESTATUS PIC X(02).
       01 CAT-FILESTATUS PIC X(02).
       01 RPT-FILESTATUS PIC X(02).
       01 WS-NEW-POINT PIC 9(5).
       01 WS-APPLIED-COUNT PIC 9(3) VALUE ZERO.
       01 WS-REJECTED-COUNT PIC 9(3) VALUE ZERO.
       01 WS-WAITING-COUNT PIC 9(3) VALUE ZERO.
      *
      *    LINES STILL WAITING FOR THEIR APPROVAL ARE WRITTEN BACK
      *    WHEN THE FILE IS CONSUMED.
       01 KEEP-TABLE.
           05 KEEP-T-LINE OCCURS 200 TIMES PIC X(72).
       01 WS-KEEP-MAX PIC 9(3) VALUE 200.
       01 WS-KEEP-SUB PIC 9(3).
       01 WS-KEEP-OVERFLOW PIC X VALUE 'N'.
           88 KEEP-OVERFLOW VALUE 'Y'.
       01 WS-SHARED-PROGRAM PIC X(9) VALUE "ROPAPPLY".
       01 WS-SOD-RESULT PIC X(1).
           88 SOD-GOOD VALUE 'Y'.
           88 SOD-UNAPPROVED VALUE 'U'.
           88 SOD-SAME-OPERATOR VALUE 'S'.
      *
       01 RPT-HEADER.
           05 FILLER PIC X(30) VALUE "REORDER POINTS APPLIED".
           IF WS-APPLIED-COUNT > ZERO
               PERFORM REWRITE-CATALOG-PARA
           END-IF.
      *    THE APPROVED FILE IS CONSUMED ONCE POSTED, KEEPING ONLY
      *    THE LINES STILL WAITING; IF THOSE WOULD NOT ALL FIT, THE
      *    FILE IS LEFT WHOLE - A POINT SET TWICE COMES OUT THE SAME.
           IF KEEP-OVERFLOW
               DISPLAY "*** MORE THAN " WS-KEEP-MAX " LINES WAITING "
                   "- ROPAPPROVED.DAT LEFT AS IT IS"
           ELSE
               OPEN OUTPUT APPROVED-FILE
               PERFORM VARYING WS-KEEP-SUB FROM 1 BY 1
                       UNTIL WS-KEEP-SUB > WS-WAITING-COUNT
                   MOVE KEEP-T-LINE(WS-KEEP-SUB) TO APPROVED-LINE
                   WRITE APPROVED-LINE
               END-PERFORM
               CLOSE APPROVED-FILE
           END-IF.
           DISPLAY "POINTS APPLIED : " WS-APPLIED-COUNT.
           DISPLAY "REJECTED       : " WS-REJECTED-COUNT.
           DISPLAY "AWAITING APPR  : " WS-WAITING-COUNT.
           STOP RUN.

       APPLY-ONE-PARA.
           END-READ.
           MOVE SPACES TO WS-APP-ITEM.
           MOVE SPACES TO WS-APP-POINT-X.
           UNSTRING APV-DETAIL DELIMITED BY ALL SPACE
               INTO WS-APP-ITEM WS-APP-POINT-X
           END-UNSTRING.
           IF WS-APP-ITEM = SPACES
               GO TO APPLY-ONE-EXIT
           END-IF.
           MOVE WS-APP-ITEM TO RPT-ITEM.
      *    NO POINT MOVES WITHOUT A SECOND PERSON'S APPROVAL.
           CALL "SODCHK" USING WS-SHARED-PROGRAM, APPROVED-LINE,
               WS-SOD-RESULT.
           IF SOD-UNAPPROVED
               ADD 1 TO WS-WAITING-COUNT
               IF WS-WAITING-COUNT > WS-KEEP-MAX
                   SET KEEP-OVERFLOW TO TRUE
               ELSE
                   MOVE APPROVED-LINE TO KEEP-T-LINE(WS-WAITING-COUNT)
               END-IF
               MOVE ZERO TO RPT-OLD
               MOVE ZERO TO RPT-NEW
               MOVE "AWAITING APPR" TO RPT-VERDICT
               WRITE RPT-LINE FROM RPT-DETAIL-LINE
               GO TO APPLY-ONE-EXIT
           END-IF.
           IF SOD-SAME-OPERATOR
               ADD 1 TO WS-REJECTED-COUNT
               MOVE ZERO TO RPT-OLD
               MOVE ZERO TO RPT-NEW
               MOVE "SAME OPERATOR" TO RPT-VERDICT
               WRITE RPT-LINE FROM RPT-DETAIL-LINE
               GO TO APPLY-ONE-EXIT
           END-IF.
      *    THE TOKEN ARRIVES SPACE-PADDED, SO ONLY ITS TRIMMED
      *    LENGTH FACES THE CLASS TEST.
           IF WS-APP-POINT-X = SPACES
                       END-IF
                       MOVE WS-SUPPLIER-IN TO WS-SUPPLIER
                           (WS-ARTICLE-IDX, WS-CODE-IDX)
      *                THE TAX CATEGORY SITS IN COLUMN 42, AFTER THE
      *                SUPPLIER, SO A BLANK SUPPLIER CANNOT SHIFT IT.
                       MOVE CATALOG-LINE(42:1) TO WS-TAX-CAT
                           (WS-ARTICLE-IDX, WS-CODE-IDX)
      *                COLUMN 44 IS 'Y' FOR A LOT-CONTROLLED ITEM.
                       MOVE CATALOG-LINE(44:1) TO WS-LOT-CTL
                           (WS-ARTICLE-IDX, WS-CODE-IDX)
                   END-IF
           END-READ.

                           WS-REORDER-QTY(WS-LKP-A-IDX, WS-LKP-C-IDX)
                           " "
                           WS-SUPPLIER(WS-LKP-A-IDX, WS-LKP-C-IDX)
                           " "
                           WS-TAX-CAT(WS-LKP-A-IDX, WS-LKP-C-IDX)
                           " "
                           WS-LOT-CTL(WS-LKP-A-IDX, WS-LKP-C-IDX)
                           DELIMITED BY SIZE INTO CATALOG-LINE
                       WRITE CATALOG-LINE
                   END-IF
