      *          Catalog.dat by hand. Reads add ('A'), change ('C')
      *          and discontinue ('D') transactions from CatMaint.txn
      *          (action, article group, code, price1, price2,
      *          reorder point, reorder quantity, supplier, the
      *          sales-tax category S/R/E - blank is standard - and
      *          the lot-control flag Y/N - Y when the item is
      *          received and picked by lot and expiry), loads
      *          the catalog in the TABL4 table shape, validates each
      *          transaction - an added code must be new, a changed
      *          or discontinued code must exist, prices must be
                   04 WS-REORDER-PT PIC 9(5).
                   04 WS-REORDER-QTY PIC 9(5).
                   04 WS-SUPPLIER PIC X(4).
                   04 WS-TAX-CAT PIC X(1).
                   04 WS-LOT-CTL PIC X(1).
       01 TXN-FILESTATUS PIC X(02).
       01 CAT-FILESTATUS PIC X(02).
       01 STK-FILESTATUS PIC X(02).
       01 WS-TXN-REORD-PT PIC X(5).
       01 WS-TXN-REORD-QTY PIC X(5).
       01 WS-TXN-SUPPLIER PIC X(4).
       01 WS-TXN-TAX-CAT PIC X(1).
           88 TXN-TAX-CAT-VALID VALUE 'S' 'R' 'E'.
       01 WS-TXN-LOT-CTL PIC X(1).
           88 TXN-LOT-CTL-VALID VALUE 'Y' 'N'.
      *
       01 WS-CURR-DATE PIC 9(8).
       01 WS-CURR-TIME PIC 9(8).
           MOVE SPACES TO WS-TXN-REORD-PT.
           MOVE SPACES TO WS-TXN-REORD-QTY.
           MOVE SPACES TO WS-TXN-SUPPLIER.
           MOVE SPACES TO WS-TXN-TAX-CAT.
           MOVE SPACES TO WS-TXN-LOT-CTL.
           UNSTRING MAINT-LINE DELIMITED BY ALL SPACE
               INTO WS-TXN-ACTION WS-TXN-GROUP WS-TXN-CODE
                   WS-TXN-PRICE1 WS-TXN-PRICE2 WS-TXN-REORD-PT
                   WS-TXN-REORD-QTY WS-TXN-SUPPLIER WS-TXN-TAX-CAT
                   WS-TXN-LOT-CTL
           END-UNSTRING.
           IF WS-TXN-ACTION = SPACES
               GO TO APPLY-ONE-EXIT
               WRITE RPT-LINE FROM RPT-DETAIL-LINE
               GO TO APPLY-ADD-END
           END-IF.
           IF WS-TXN-TAX-CAT NOT = SPACE AND NOT TXN-TAX-CAT-VALID
               PERFORM REJECT-PARA
               MOVE "TAX CATEGORY NOT S/R/E" TO RPT-VERDICT
               WRITE RPT-LINE FROM RPT-DETAIL-LINE
               GO TO APPLY-ADD-END
           END-IF.
           IF WS-TXN-LOT-CTL NOT = SPACE AND NOT TXN-LOT-CTL-VALID
               PERFORM REJECT-PARA
               MOVE "LOT CONTROL NOT Y/N" TO RPT-VERDICT
               WRITE RPT-LINE FROM RPT-DETAIL-LINE
               GO TO APPLY-ADD-END
           END-IF.
           PERFORM FIND-ADD-SLOT-PARA.
           IF NOT CODE-FOUND
               PERFORM REJECT-PARA
               WRITE RPT-LINE FROM RPT-DETAIL-LINE
               GO TO APPLY-CHANGE-END
           END-IF.
           IF WS-TXN-TAX-CAT NOT = SPACE AND NOT TXN-TAX-CAT-VALID
               PERFORM REJECT-PARA
               MOVE "TAX CATEGORY NOT S/R/E" TO RPT-VERDICT
               WRITE RPT-LINE FROM RPT-DETAIL-LINE
               GO TO APPLY-CHANGE-END
           END-IF.
           IF WS-TXN-LOT-CTL NOT = SPACE AND NOT TXN-LOT-CTL-VALID
               PERFORM REJECT-PARA
               MOVE "LOT CONTROL NOT Y/N" TO RPT-VERDICT
               WRITE RPT-LINE FROM RPT-DETAIL-LINE
               GO TO APPLY-CHANGE-END
           END-IF.
           MOVE "CHANGE     " TO AUD-ACTION.
           MOVE WS-PRICE(WS-LKP-A-IDX, WS-LKP-C-IDX, 1)
               TO AUD-OLD-PRICE.
           MOVE ZERO TO WS-REORDER-PT(WS-LKP-A-IDX, WS-LKP-C-IDX).
           MOVE ZERO TO WS-REORDER-QTY(WS-LKP-A-IDX, WS-LKP-C-IDX).
           MOVE SPACES TO WS-SUPPLIER(WS-LKP-A-IDX, WS-LKP-C-IDX).
           MOVE SPACES TO WS-TAX-CAT(WS-LKP-A-IDX, WS-LKP-C-IDX).
           MOVE SPACES TO WS-LOT-CTL(WS-LKP-A-IDX, WS-LKP-C-IDX).
           ADD 1 TO WS-APPLIED-COUNT.
           PERFORM WRITE-AUDIT-PARA.
           MOVE "DISCONTINUED" TO RPT-VERDICT.
               MOVE WS-TXN-SUPPLIER
                   TO WS-SUPPLIER(WS-LKP-A-IDX, WS-LKP-C-IDX)
           END-IF.
           IF WS-TXN-TAX-CAT NOT = SPACE
               MOVE WS-TXN-TAX-CAT
                   TO WS-TAX-CAT(WS-LKP-A-IDX, WS-LKP-C-IDX)
           END-IF.
      *    THE CATALOG CARRIES 'Y' FOR A LOT-CONTROLLED ITEM AND A
      *    BLANK OTHERWISE.
           IF WS-TXN-LOT-CTL = 'Y'
               MOVE 'Y' TO WS-LOT-CTL(WS-LKP-A-IDX, WS-LKP-C-IDX)
           END-IF.
           IF WS-TXN-LOT-CTL = 'N'
               MOVE SPACE TO WS-LOT-CTL(WS-LKP-A-IDX, WS-LKP-C-IDX)
           END-IF.

       SUM-ON-HAND-PARA.
           MOVE ZERO TO WS-ON-HAND-TOTAL.
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
