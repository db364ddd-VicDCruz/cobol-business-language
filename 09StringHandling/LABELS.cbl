      *          label, a blank separator row, two labels across.
      *          Records missing a mandatory name, street or city go
      *          to Labels.rej with a reason, and the label file
      *          ends with a count trailer. Only addresses the ADDRSTD
      *          standardization run has validated are mailed (the
      *          city line carries the postal code); any other record
      *          is rejected as UNVALIDATED, so returned mail is not
      *          printed in the first place.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD ADDRESS-FILE.
       COPY ADRREC REPLACING ==:REC:== BY ==ADDRESS-RECORD==.
       FD LABEL-FILE.
       01 LABEL-LINE PIC X(72).
       FD REJECT-FILE.
       01 REJECT-RECORD.
           05 REJ-REASON PIC X(12).
           05 FILLER PIC X(1).
           05 REJ-PAYLOAD PIC X(84).
       WORKING-STORAGE SECTION.
       01 ADR-FILESTATUS PIC X(02).
       01 LBL-FILESTATUS PIC X(02).
           PERFORM REJECT-RECORD-PARA
           GO TO BUILD-ONE-LABEL-EXIT
       END-IF.
       IF NOT ADR-ADDR-VALIDATED
           PERFORM REJECT-RECORD-PARA
           GO TO BUILD-ONE-LABEL-EXIT
       END-IF.
       MOVE 2 TO WS-PART-COUNT.
       MOVE ADR-FIRST-NAME TO WS-PART(1).
       MOVE ADR-LAST-NAME TO WS-PART(2).
       CALL "NAMEFMT" USING WS-PART-COUNT, WS-PARTS, WS-FORMATTED.
       MOVE WS-FORMATTED(1:35) TO WS-THIS-LINE(1).
       MOVE ADR-STREET TO WS-THIS-LINE(2).
       MOVE SPACES TO WS-THIS-LINE(3).
       STRING ADR-CITY DELIMITED BY "  "
           "  " DELIMITED BY SIZE
           ADR-POSTAL-CODE DELIMITED BY SPACE
           INTO WS-THIS-LINE(3)
       END-STRING.
       ADD 1 TO WS-LABEL-COUNT.
       IF LABEL-HELD
           PERFORM FLUSH-PAIR-PARA
           IF ADR-STREET = SPACES
               MOVE "NO STREET" TO REJ-REASON
           ELSE
               IF ADR-CITY = SPACES
                   MOVE "NO CITY" TO REJ-REASON
               ELSE
                   MOVE "UNVALIDATED" TO REJ-REASON
               END-IF
           END-IF
       END-IF.
       MOVE ADDRESS-RECORD TO REJ-PAYLOAD.
