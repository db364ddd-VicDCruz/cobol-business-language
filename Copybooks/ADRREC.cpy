      ******************************************************************
      * Shared Address.dat mailing-address line, written by ADDREXP
      * from the customer master (or kept by hand), standardized by
      * ADDRSTD and printed by LABELS: first and last name, street and
      * city in fixed columns, then the postal code and the
      * address-check status ('V' validated against the postal
      * reference, 'R' held for review, space not yet checked).
      * COPY ADRREC REPLACING ==:REC:== BY ==<record-name>==.
      ******************************************************************
       01 :REC:.
           05 ADR-FIRST-NAME PIC X(15).
           05 ADR-LAST-NAME PIC X(15).
           05 ADR-STREET PIC X(25).
           05 ADR-CITY PIC X(20).
           05 ADR-POSTAL-CODE PIC X(8).
           05 ADR-ADDR-STATUS PIC X(1).
               88 ADR-ADDR-VALIDATED VALUE 'V'.
               88 ADR-ADDR-FOR-REVIEW VALUE 'R'.
