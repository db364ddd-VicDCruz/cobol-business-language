      *          shows the address on file, accepts the corrected
      *          street and city (blank keeps the current value) and
      *          rewrites the master record; a blank customer number
      *          ends the session. The same screen sets the credit
      *          limit the order batch holds the account to (blank
      *          keeps it, zero removes it). The postal code and
      *          whether the address has been validated are shown; a
      *          corrected street or city clears the validation (and a
      *          new city the postal code) so the next ADDRSTD run
      *          checks the address again before it is mailed to.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 WS-IN-ID PIC X(6).
       01 WS-IN-STREET PIC X(25).
       01 WS-IN-CITY PIC X(20).
       01 WS-IN-LIMIT PIC X(12).
       01 WS-SHOW-LIMIT PIC Z(6)9.99.
       01 WS-IN-EXEMPT PIC X(1).
       01 WS-CHANGED-COUNT PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       DISPLAY "NAME    : " CM-NAME
       DISPLAY "STREET  : " CM-STREET
       DISPLAY "CITY    : " CM-CITY
       IF CM-ADDR-VALIDATED
           DISPLAY "POSTCODE: " CM-POSTAL-CODE " VALIDATED"
       ELSE
           DISPLAY "POSTCODE: " CM-POSTAL-CODE " NOT VALIDATED"
       END-IF
       IF CM-CREDIT-LIMIT-X NOT NUMERIC OR CM-CREDIT-LIMIT = ZERO
           DISPLAY "LIMIT   : NONE"
       ELSE
           MOVE CM-CREDIT-LIMIT TO WS-SHOW-LIMIT
           DISPLAY "LIMIT   : " WS-SHOW-LIMIT
       END-IF
       IF CM-IS-TAX-EXEMPT
           DISPLAY "TAX     : EXEMPT"
       ELSE
           DISPLAY "TAX     : TAXABLE"
       END-IF
       DISPLAY "NEW STREET (BLANK KEEPS) ? " WITH NO ADVANCING
       ACCEPT WS-IN-STREET
       DISPLAY "NEW CITY (BLANK KEEPS) ? " WITH NO ADVANCING
       ACCEPT WS-IN-CITY
       DISPLAY "NEW CREDIT LIMIT (BLANK KEEPS) ? " WITH NO ADVANCING
       ACCEPT WS-IN-LIMIT
       DISPLAY "TAX EXEMPT (Y/N, BLANK KEEPS) ? " WITH NO ADVANCING
       ACCEPT WS-IN-EXEMPT
       IF WS-IN-STREET = SPACES AND WS-IN-CITY = SPACES
               AND WS-IN-LIMIT = SPACES AND WS-IN-EXEMPT = SPACE
           DISPLAY "NOTHING CHANGED"
           GO TO CORRECT-ONE-EXIT
       END-IF
       IF WS-IN-LIMIT NOT = SPACES
           IF FUNCTION TEST-NUMVAL(WS-IN-LIMIT) NOT = ZERO
               DISPLAY "CREDIT LIMIT NOT NUMERIC - NOTHING CHANGED"
               GO TO CORRECT-ONE-EXIT
           END-IF
           COMPUTE CM-CREDIT-LIMIT = FUNCTION NUMVAL(WS-IN-LIMIT)
       END-IF
       IF WS-IN-EXEMPT NOT = SPACE
           IF WS-IN-EXEMPT NOT = 'Y' AND WS-IN-EXEMPT NOT = 'N'
               DISPLAY "TAX EXEMPT MUST BE Y OR N - NOTHING CHANGED"
               GO TO CORRECT-ONE-EXIT
           END-IF
           MOVE WS-IN-EXEMPT TO CM-TAX-EXEMPT
       END-IF
       IF WS-IN-STREET NOT = SPACES
           MOVE WS-IN-STREET TO CM-STREET
           MOVE SPACE TO CM-ADDR-STATUS
       END-IF
       IF WS-IN-CITY NOT = SPACES
           MOVE WS-IN-CITY TO CM-CITY
           MOVE SPACES TO CM-POSTAL-CODE
           MOVE SPACE TO CM-ADDR-STATUS
       END-IF
       REWRITE CUSTOMER-RECORD
       ADD 1 TO WS-CHANGED-COUNT
       DISPLAY "CUSTOMER RECORD CORRECTED".
       CORRECT-ONE-EXIT.
       EXIT.
       END PROGRAM CUSTADDR.
