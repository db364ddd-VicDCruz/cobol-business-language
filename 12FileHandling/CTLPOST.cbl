      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared control-account posting writer, in the spirit
      *          of STKMOVE. Every program that moves a sub-ledger
      *          balance the transaction day never sees - the
      *          CustBal.dat receivables, the LoanMaster.dat loan
      *          balances - CALLs this with the sub-ledger's control
      *          tag (AR, LOAN), the signed movement, the posting
      *          program and a free-form reference, and one dated
      *          line is appended to CtlPost.dat. LEDGER takes the
      *          waiting lines onto the AcctBal.dat balance of the
      *          control account with the next day it posts, so the
      *          control account moves with its sub-ledger and
      *          GLRECON has a balance to prove it against.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTLPOST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CTL-POST-FILE ASSIGN TO "CtlPost.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CTP-FILESTATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CTL-POST-FILE.
       COPY CTPREC REPLACING ==:REC:== BY ==CTL-POST-RECORD==.
       WORKING-STORAGE SECTION.
       01 CTP-FILESTATUS PIC X(02).
       01 WS-CURR-DATE PIC 9(8).
       01 WS-EDIT-AMOUNT PIC -9(9).99.
       LINKAGE SECTION.
       01 LS-TAG PIC X(4).
       01 LS-AMOUNT PIC S9(9)V99.
       01 LS-PROGRAM PIC X(9).
       01 LS-REF PIC X(10).
       PROCEDURE DIVISION USING LS-TAG, LS-AMOUNT, LS-PROGRAM,
               LS-REF.
       MAIN-PARAGRAPH.
       IF LS-AMOUNT = ZERO
           GOBACK
       END-IF.
       ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
       MOVE SPACES TO CTL-POST-RECORD.
       MOVE WS-CURR-DATE TO CTP-DATE.
       MOVE LS-TAG TO CTP-TAG.
       MOVE LS-PROGRAM TO CTP-SOURCE.
       MOVE LS-REF TO CTP-REF.
       MOVE LS-AMOUNT TO WS-EDIT-AMOUNT.
       MOVE WS-EDIT-AMOUNT TO CTP-AMOUNT.
       OPEN EXTEND CTL-POST-FILE.
       IF CTP-FILESTATUS NOT = "00"
           OPEN OUTPUT CTL-POST-FILE
       END-IF.
       WRITE CTL-POST-RECORD.
       CLOSE CTL-POST-FILE.
       GOBACK.
       END PROGRAM CTLPOST.
