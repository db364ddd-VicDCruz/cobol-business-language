      ******************************************************************
      * Shared PostalRef.dat line: one valid city and postal-code pair
      * of the postal reference the ADDRSTD standardization run checks
      * mailing addresses against. A city served by several postal
      * codes has a line for each.
      * COPY PSTREC REPLACING ==:REC:== BY ==<record-name>==.
      ******************************************************************
       01 :REC:.
           05 PST-CITY PIC X(20).
           05 FILLER PIC X(1).
           05 PST-POSTAL-CODE PIC X(8).
