      * Shared CustMaster.dat customer master record layout: the
      * customer number key, name, date of birth, gender, the intake
      * classification note, intake date, and the mailing address
      * (street and city) the correspondence runs print from, and the
      * credit limit the order batch holds the account to (spaces or
      * zero means no limit has been set), and the sales-tax exemption
      * flag ('Y' exempt; anything else is taxable), and the postal
      * code with the address-check status the ADDRSTD standardization
      * run sets ('V' validated against the postal reference, 'R' held
      * for review, space not yet checked - any change to the street
      * or city puts it back to space).
      * COPY CMREC REPLACING ==:REC:== BY ==<record-name>==.
      ******************************************************************
       01 :REC:.
        05 CM-INTAKE-DATE PIC 9(8).
        05 CM-STREET PIC X(25).
        05 CM-CITY PIC X(20).
        05 CM-CREDIT-LIMIT PIC 9(7)V99.
        05 CM-CREDIT-LIMIT-X REDEFINES CM-CREDIT-LIMIT PIC X(9).
        05 CM-TAX-EXEMPT PIC X(1).
            88 CM-IS-TAX-EXEMPT VALUE 'Y'.
        05 CM-POSTAL-CODE PIC X(8).
        05 CM-ADDR-STATUS PIC X(1).
            88 CM-ADDR-VALIDATED VALUE 'V'.
            88 CM-ADDR-FOR-REVIEW VALUE 'R'.
