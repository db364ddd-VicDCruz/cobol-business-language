      ******************************************************************
      * Author:
      * Date:
      * Purpose: One-time LoanMaster.dat layout conversion - unloads
      *          the indexed live-loan master (loan id, principal,
      *          rate, term and term to run, balance, level payment,
      *          open date and payments posted) to a flat work file,
      *          then reloads LoanMaster.dat in the extended layout
      *          with the borrower's EMP-ID (an alternate key with
      *          duplicates), the settlement status and the
      *          settlement date appended. Every field is carried
      *          across as it stands; the EMP-ID reloads blank (the
      *          old master carried no borrower), the status as a
      *          live loan and the settlement date as zero.
      *          Run with mode 'U' to unload, then mode 'R' to
      *          reload.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANCONV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OLD-LOAN ASSIGN TO "LoanMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OLD-LN-ID
           FILE STATUS IS OLD-FILESTATUS.
       SELECT NEW-LOAN ASSIGN TO "LoanMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS LN-ID
           ALTERNATE RECORD KEY IS LN-EMP-ID WITH DUPLICATES
           FILE STATUS IS NEW-FILESTATUS.
       SELECT UNLOAD-FILE ASSIGN TO "LoanConvert.unl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS UNL-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OLD-LOAN.
       01 OLD-LOAN-RECORD.
           05 OLD-LN-ID PIC X(8).
           05 OLD-LN-DETAIL PIC X(53).
       FD NEW-LOAN.
       COPY LNMREC REPLACING ==:REC:== BY ==NEW-LOAN-RECORD==.
       FD UNLOAD-FILE.
       01 UNL-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 OLD-FILESTATUS PIC X(02).
       01 NEW-FILESTATUS PIC X(02).
       01 UNL-FILESTATUS PIC X(02).
       01 WS-EOF-FLAG PIC X(1) VALUE 'N'.
           88 END-OF-FILE VALUE 'Y'.
       01 WS-UNLOAD-COUNT PIC 9(5) VALUE ZERO.
       01 WS-RELOAD-COUNT PIC 9(5) VALUE ZERO.
       01 WS-DUP-COUNT PIC 9(5) VALUE ZERO.
      *
       01 WS-CMD-LINE PIC X(80).
       01 WS-RUN-MODE PIC X(1) VALUE SPACE.
           88 UNLOAD-MODE VALUE 'U'.
           88 RELOAD-MODE VALUE 'R'.
      *
       COPY LNMREC REPLACING ==:REC:== BY ==WS-WORK-RECORD==.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-RUN-MODE
           END-UNSTRING.
           IF UNLOAD-MODE
               PERFORM UNLOAD-OLD-MASTER-PARA
               GO TO PROGRAM-END-PARA
           END-IF.
           IF RELOAD-MODE
               PERFORM RELOAD-NEW-MASTER-PARA
               GO TO PROGRAM-END-PARA
           END-IF.
           DISPLAY "LOANCONV RUN MODE MUST BE 'U' (UNLOAD) OR "
               "'R' (RELOAD)".

       PROGRAM-END-PARA.
           STOP RUN.

       UNLOAD-OLD-MASTER-PARA.
           OPEN INPUT OLD-LOAN.
           IF OLD-FILESTATUS NOT = "00"
               DISPLAY " LOANMASTER.DAT NOT FOUND "
               DISPLAY " FILE STATUS IS : " OLD-FILESTATUS
           ELSE
               OPEN OUTPUT UNLOAD-FILE
               PERFORM UNLOAD-ONE-PARA THRU UNLOAD-ONE-EXIT
                   UNTIL END-OF-FILE
               CLOSE UNLOAD-FILE
               CLOSE OLD-LOAN
               DISPLAY "RECORDS UNLOADED : " WS-UNLOAD-COUNT
               DISPLAY "NOW RUN LOANCONV 'R' TO RELOAD THE MASTER"
           END-IF.

      *    THE OLD RECORD IS THE FIRST 61 BYTES OF THE NEW ONE, SO IT
      *    GOES ACROSS WHOLE AND ONLY THE APPENDED FIELDS ARE SET.
       UNLOAD-ONE-PARA.
           READ OLD-LOAN NEXT RECORD
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   MOVE SPACES TO WS-WORK-RECORD
                   MOVE OLD-LOAN-RECORD TO WS-WORK-RECORD(1:61)
                   MOVE SPACES TO LN-EMP-ID OF WS-WORK-RECORD
                   MOVE SPACE TO LN-STATUS OF WS-WORK-RECORD
                   MOVE ZERO TO LN-SETTLE-DATE OF WS-WORK-RECORD
                   WRITE UNL-RECORD FROM WS-WORK-RECORD
                   ADD 1 TO WS-UNLOAD-COUNT
           END-READ.
       UNLOAD-ONE-EXIT.
           EXIT.

       RELOAD-NEW-MASTER-PARA.
           OPEN INPUT UNLOAD-FILE.
           IF UNL-FILESTATUS NOT = "00"
               DISPLAY " LOANCONVERT.UNL NOT FOUND - RUN MODE 'U' "
                   "FIRST "
               DISPLAY " FILE STATUS IS : " UNL-FILESTATUS
           ELSE
               OPEN OUTPUT NEW-LOAN
               PERFORM RELOAD-ONE-PARA THRU RELOAD-ONE-EXIT
                   UNTIL END-OF-FILE
               CLOSE NEW-LOAN
               CLOSE UNLOAD-FILE
               DISPLAY "RECORDS RELOADED  : " WS-RELOAD-COUNT
               DISPLAY "DUPLICATES SKIPPED: " WS-DUP-COUNT
           END-IF.

       RELOAD-ONE-PARA.
           READ UNLOAD-FILE INTO WS-WORK-RECORD
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   MOVE WS-WORK-RECORD TO NEW-LOAN-RECORD
                   WRITE NEW-LOAN-RECORD
                       INVALID KEY
                           ADD 1 TO WS-DUP-COUNT
                           DISPLAY "KEY NOT LOADED : "
                               LN-ID OF NEW-LOAN-RECORD
                               " STATUS " NEW-FILESTATUS
                       NOT INVALID KEY
                           ADD 1 TO WS-RELOAD-COUNT
                   END-WRITE
           END-READ.
       RELOAD-ONE-EXIT.
           EXIT.
       END PROGRAM LOANCONV.
