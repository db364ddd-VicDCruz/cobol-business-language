                   04 WS-REORDER-PT PIC 9(5).
                   04 WS-REORDER-QTY PIC 9(5).
                   04 WS-SUPPLIER PIC X(4).
                   04 WS-TAX-CAT PIC X(1).
                   04 WS-LOT-CTL PIC X(1).
       01 CHG-FILESTATUS PIC X(02).
       01 PND-FILESTATUS PIC X(02).
       01 CAT-FILESTATUS PIC X(02).
      *                A REPRICING RUN MUST NOT STRIP IT.
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
