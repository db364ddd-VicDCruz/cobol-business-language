      *          of the customer name becomes the label's first name
      *          and the rest its last name; customers without a
      *          street or city on file are skipped and counted (the
      *          LABELS edit would only reject them again). Only
      *          addresses the ADDRSTD standardization run has
      *          validated against the postal reference are exported,
      *          with their postal code; the rest are counted as not
      *          validated and wait for the review report to be worked.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FD CUSTOMER-MASTER.
       COPY CMREC REPLACING ==:REC:== BY ==CUSTOMER-RECORD==.
       FD ADDRESS-FILE.
       COPY ADRREC REPLACING ==:REC:== BY ==ADDRESS-RECORD==.

       WORKING-STORAGE SECTION.
       01 MASTER-FILESTATUS PIC X(02).
       01 WS-LAST-NAME PIC X(20).
       01 WS-EXPORTED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-SKIPPED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-UNCHECKED-COUNT PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       CLOSE ADDRESS-FILE
       CLOSE CUSTOMER-MASTER
       DISPLAY "ADDRESSES EXPORTED : " WS-EXPORTED-COUNT
       DISPLAY "NO ADDRESS ON FILE : " WS-SKIPPED-COUNT
       DISPLAY "NOT VALIDATED      : " WS-UNCHECKED-COUNT.

       PROGRAM-END-PARA.
       STOP RUN.
           ADD 1 TO WS-SKIPPED-COUNT
           GO TO EXPORT-ONE-EXIT
       END-IF
       IF NOT CM-ADDR-VALIDATED
           ADD 1 TO WS-UNCHECKED-COUNT
           GO TO EXPORT-ONE-EXIT
       END-IF
       MOVE SPACES TO WS-FIRST-NAME
       MOVE SPACES TO WS-LAST-NAME
       UNSTRING CM-NAME DELIMITED BY ALL SPACE
       MOVE WS-LAST-NAME TO ADR-LAST-NAME
       MOVE CM-STREET TO ADR-STREET
       MOVE CM-CITY TO ADR-CITY
       MOVE CM-POSTAL-CODE TO ADR-POSTAL-CODE
       MOVE CM-ADDR-STATUS TO ADR-ADDR-STATUS
       WRITE ADDRESS-RECORD
       ADD 1 TO WS-EXPORTED-COUNT.
       EXPORT-ONE-EXIT.
