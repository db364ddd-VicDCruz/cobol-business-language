      *          the corrections an operator has approved in the
      *          ReconAppr.dat decision file (key + A/R) and writes a
      *          report of what was applied, rejected and left
      *          pending. A decision counts only once APPRSIGN has
      *          stamped it raised by one operator and approved by
      *          another: SODCHK passes over a decision not yet
      *          signed and refuses one approved by its own raiser,
      *          and the item it names stays pending either way.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       05 DEC-KEY            PIC X(5).
       05 FILLER             PIC X(1).
       05 DEC-CHOICE         PIC X(1).
       05 FILLER             PIC X(65).
       COPY APVREC REPLACING ==:REC:== BY ==DECISION-APPROVAL==.

       FD EMPLOYEE.
       COPY F2REC REPLACING ==:REC:== BY ==EMPLOYEE-FILE==.
       01 WS-DEC-TOTAL PIC 9(3) VALUE ZERO.
       01 WS-DEC-MAX PIC 9(3) VALUE 200.
       01 WS-DEC-SUB PIC 9(3).
       01 WS-DEC-WAITING PIC 9(3) VALUE ZERO.
       01 WS-DEC-REFUSED PIC 9(3) VALUE ZERO.
       01 WS-SHARED-PROGRAM PIC X(9) VALUE "RECAPPLY".
       01 WS-SOD-RESULT PIC X(1).
           88 SOD-GOOD VALUE 'Y'.
           88 SOD-UNAPPROVED VALUE 'U'.
           88 SOD-SAME-OPERATOR VALUE 'S'.

       01 WS-APPLIED-COUNT PIC 9(3) VALUE ZERO.
       01 WS-REJECTED-COUNT PIC 9(3) VALUE ZERO.
           CLOSE RECON-DIFF
           DISPLAY "CORRECTIONS PROPOSED : " WS-GEN-COUNT
           DISPLAY "REVIEW RECONPEND.DAT, RECORD DECISIONS IN"
           DISPLAY "RECONAPPR.DAT, RUN APPRSIGN R RECON, HAVE A"
           DISPLAY "SECOND OPERATOR RUN APPRSIGN A RECON, THEN RUN"
           DISPLAY "RECAPPLY 'A'"
       END-IF.

       GENERATE-ONE-PARA.
           PERFORM LOAD-ONE-DECISION-PARA THRU LOAD-ONE-DECISION-EXIT
               UNTIL END-OF-FILE
           CLOSE DECISION-FILE
       END-IF
       IF WS-DEC-WAITING > 0
           DISPLAY "DECISIONS AWAITING APPROVAL : " WS-DEC-WAITING
       END-IF
       IF WS-DEC-REFUSED > 0
           DISPLAY "DECISIONS REFUSED - APPROVED BY THEIR RAISER : "
               WS-DEC-REFUSED
       END-IF.

       LOAD-ONE-DECISION-PARA.
       READ DECISION-FILE
           AT END
               SET END-OF-FILE TO TRUE
               GO TO LOAD-ONE-DECISION-EXIT
       END-READ
       IF DECISION-RECORD = SPACES
           GO TO LOAD-ONE-DECISION-EXIT
       END-IF
      *    ONLY A DECISION SIGNED BY TWO DIFFERENT OPERATORS IS
      *    TAKEN INTO THE TABLE.
       CALL "SODCHK" USING WS-SHARED-PROGRAM, DECISION-APPROVAL,
           WS-SOD-RESULT
       END-CALL
       IF SOD-UNAPPROVED
           ADD 1 TO WS-DEC-WAITING
           GO TO LOAD-ONE-DECISION-EXIT
       END-IF
       IF SOD-SAME-OPERATOR
           ADD 1 TO WS-DEC-REFUSED
           GO TO LOAD-ONE-DECISION-EXIT
       END-IF
       IF WS-DEC-TOTAL < WS-DEC-MAX
           ADD 1 TO WS-DEC-TOTAL
           MOVE DEC-KEY TO DEC-T-KEY(WS-DEC-TOTAL)
           MOVE DEC-CHOICE TO DEC-T-CHOICE(WS-DEC-TOTAL)
       END-IF.
       LOAD-ONE-DECISION-EXIT.
       EXIT.

