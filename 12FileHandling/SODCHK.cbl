      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared segregation-of-duties check, in the spirit of
      *          DEPTVAL. Every apply step that works from an approval
      *          file (RECAPPLY, STOCKADJ, ROPAPPLY, CUSTMRG) passes
      *          each approval line through here before acting on it.
      *          A line comes back 'Y' only when APPRSIGN has stamped
      *          both who raised it and who approved it and the two
      *          are different operators; 'U' when it has not been
      *          raised and approved yet, so the caller leaves it for
      *          later; 'S' when the operator who raised the change
      *          also approved it, which the caller refuses and which
      *          is written to the exception log through EXCPLOG
      *          against the approval reference.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SODCHK.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-SHARED-ACTION PIC X(9) VALUE "SOD-REFUS".
       01 WS-SHARED-KEY PIC X(10).

       LINKAGE SECTION.
       01 LS-PROGRAM PIC X(9).
       COPY APVREC REPLACING ==:REC:== BY ==LS-APPROVAL-LINE==.
       01 LS-RESULT PIC X(1).
           88 SOD-GOOD VALUE 'Y'.
           88 SOD-UNAPPROVED VALUE 'U'.
           88 SOD-SAME-OPERATOR VALUE 'S'.

       PROCEDURE DIVISION USING LS-PROGRAM, LS-APPROVAL-LINE,
               LS-RESULT.
       MAIN-PARAGRAPH.
       IF APV-RAISED-BY = SPACES OR APV-APPROVED-BY = SPACES
               OR APV-REF NOT NUMERIC
           SET SOD-UNAPPROVED TO TRUE
           GOBACK
       END-IF.
       IF APV-APPROVED-BY = APV-RAISED-BY
           SET SOD-SAME-OPERATOR TO TRUE
           MOVE SPACES TO WS-SHARED-KEY
           MOVE APV-REF TO WS-SHARED-KEY
           CALL "EXCPLOG" USING LS-PROGRAM, WS-SHARED-ACTION,
               WS-SHARED-KEY
           END-CALL
           GOBACK
       END-IF.
       SET SOD-GOOD TO TRUE.
       GOBACK.
       END PROGRAM SODCHK.
