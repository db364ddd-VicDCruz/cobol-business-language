      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shop-wide backup set for the masters EMPBKUP and
      *          ROLLFWD do not cover - StockMaster.dat, CustMaster.dat,
      *          CustBal.dat, Catalog.dat, LoanMaster.dat,
      *          PurchaseOrder.dat and PolyLibrary.dat. The command
      *          line gives the mode:
      *            BKSET B   (or no mode, as a night step)
      *          unloads all seven masters together into one dated
      *          generation, BkSet.YYYYMMDD.dat - each master's
      *          records under its four-letter code, closed by a
      *          trailer with the record count and key hash total -
      *          and records every master of the set in the
      *          BkCatalog.dat backup catalog with the generation
      *          date. Each unloaded count and hash is checked
      *          against the master's FileSeal.ctl seal through
      *          SEALSVC: StockMaster.dat, which its own writers seal,
      *          is flagged if it does not match; the other six are
      *          sealed here, so every master in the set has a seal
      *          to prove a restore against.
      *            BKSET R STOK|CUST|CBAL|CATL|LOAN|PORD|POLY|ALL
      *                    [YYYYMMDD]
      *          rebuilds one master, or the whole set, from the
      *          chosen generation (default the newest catalogued),
      *          proves the rebuilt file against the trailer, reseals
      *          it and logs the restore to WriteAudit.log. Like
      *          ROLLFWD this overwrites live masters and so demands
      *          a signed-on operator with maintenance authority.
      *            BKSET D [YYYYMMDD]
      *          is the monthly restore drill: every master of the
      *          generation is restored into a scratch copy (Drill
      *          before the file name), read back, and its count and
      *          hash proved against both the trailer and the
      *          FileSeal.ctl seal of the live master; the scratch
      *          copies are then deleted. The drill is meant to run
      *          straight after the night's backup, before any master
      *          moves. The result goes to BkDrill.YYYYMMDD.rpt
      *          through RPTWRT, catalogued through RPTCAT, and a
      *          master that does not prove ends the run with
      *          RETURN-CODE 4 (8 for a failed restore).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BKSET.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT STOCK-MASTER ASSIGN TO WS-STK-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS STK-KEY
           FILE STATUS IS STK-FILESTATUS.
       SELECT CUSTOMER-MASTER ASSIGN TO WS-CUS-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CM-CUST-ID
           FILE STATUS IS CUS-FILESTATUS.
       SELECT CUST-BALANCE ASSIGN TO WS-BAL-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CB-CUST-ID
           FILE STATUS IS BAL-FILESTATUS.
       SELECT CATALOG-FILE ASSIGN TO WS-CAT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CAT-FILESTATUS.
       SELECT LOAN-MASTER ASSIGN TO WS-LON-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS LN-ID
           ALTERNATE RECORD KEY IS LN-EMP-ID WITH DUPLICATES
           FILE STATUS IS LON-FILESTATUS.
       SELECT PO-FILE ASSIGN TO WS-PO-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PO-FILESTATUS.
       SELECT POLY-LIBRARY ASSIGN TO WS-LIB-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS POLY-LIB-KEY
           FILE STATUS IS LIB-FILESTATUS.
       SELECT BACKUP-SET ASSIGN TO WS-SET-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SET-FILESTATUS.
       SELECT BACKUP-CATALOG ASSIGN TO "BkCatalog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BKC-FILESTATUS.
       SELECT AUDIT-LOG ASSIGN TO "WriteAudit.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUD-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STOCK-MASTER.
       COPY STKREC REPLACING ==:REC:== BY ==STOCK-RECORD==.
       FD CUSTOMER-MASTER.
       COPY CMREC REPLACING ==:REC:== BY ==CUSTOMER-RECORD==.
       FD CUST-BALANCE.
       01 CUST-BALANCE-RECORD.
           05 CB-CUST-ID PIC X(6).
           05 CB-BALANCE PIC S9(9)V99.
       FD CATALOG-FILE.
       01 CATALOG-LINE PIC X(50).
       FD LOAN-MASTER.
       COPY LNMREC REPLACING ==:REC:== BY ==LOAN-MASTER-RECORD==.
       FD PO-FILE.
       COPY POREC REPLACING ==:REC:== BY ==PO-RECORD==.
       FD POLY-LIBRARY.
       01 POLY-LIB-RECORD.
           05 POLY-LIB-KEY.
               10 POLY-LIB-NAME     PIC X(20).
               10 POLY-LIB-RUN-DATE PIC 9(8).
           05 POLY-LIB-DEGREE       PIC 99.
           05 POLY-LIB-COEFFS       PIC X(150).
      *
      *    ONE LINE OF A GENERATION: THE MASTER'S CODE, 'D' FOR A
      *    RECORD IMAGE OR 'T' FOR THE MASTER'S TRAILER.
       FD BACKUP-SET.
       01 SET-RECORD.
           05 SET-CODE PIC X(4).
           05 FILLER PIC X(1).
           05 SET-TYPE PIC X(1).
               88 SET-DATA-LINE VALUE 'D'.
               88 SET-TRAILER-LINE VALUE 'T'.
           05 FILLER PIC X(1).
           05 SET-IMAGE PIC X(180).
           05 FILLER REDEFINES SET-IMAGE.
               10 SET-TRL-COUNT PIC 9(7).
               10 FILLER PIC X(1).
               10 SET-TRL-HASH PIC 9(12).
               10 FILLER PIC X(160).
      *
      *    ONE LINE PER MASTER PER GENERATION. STATUS OK, SEAL-OFF
      *    (TAKEN, BUT THE MASTER DID NOT MATCH ITS WRITERS' SEAL) OR
      *    MISSING (THE MASTER COULD NOT BE OPENED - NOT IN THE SET).
       FD BACKUP-CATALOG.
       01 CATALOG-RECORD.
           05 BKC-GEN-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 BKC-TIME PIC 9(8).
           05 FILLER PIC X(1).
           05 BKC-CODE PIC X(4).
           05 FILLER PIC X(1).
           05 BKC-FILE PIC X(20).
           05 FILLER PIC X(1).
           05 BKC-COUNT PIC 9(7).
           05 FILLER PIC X(1).
           05 BKC-HASH PIC 9(12).
           05 FILLER PIC X(1).
           05 BKC-SET-NAME PIC X(24).
           05 FILLER PIC X(1).
           05 BKC-STATUS PIC X(8).
       FD AUDIT-LOG.
       01 AUDIT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 STK-FILESTATUS PIC X(02).
       01 CUS-FILESTATUS PIC X(02).
       01 BAL-FILESTATUS PIC X(02).
       01 CAT-FILESTATUS PIC X(02).
       01 LON-FILESTATUS PIC X(02).
       01 PO-FILESTATUS PIC X(02).
       01 LIB-FILESTATUS PIC X(02).
       01 SET-FILESTATUS PIC X(02).
       01 BKC-FILESTATUS PIC X(02).
       01 AUD-FILESTATUS PIC X(02).
       01 WS-MST-STATUS PIC X(02).
       01 WS-EOF-FLAG PIC X(1) VALUE 'N'.
           88 END-OF-FILE VALUE 'Y'.
       01 WS-SET-EOF PIC X(1) VALUE 'N'.
           88 SET-END-OF-FILE VALUE 'Y'.
      *
      *    THE FILE NAMES EACH MASTER IS OPENED UNDER - THE LIVE NAME,
      *    OR THE SCRATCH NAME DURING A DRILL.
       01 WS-STK-NAME PIC X(24).
       01 WS-CUS-NAME PIC X(24).
       01 WS-BAL-NAME PIC X(24).
       01 WS-CAT-NAME PIC X(24).
       01 WS-LON-NAME PIC X(24).
       01 WS-PO-NAME PIC X(24).
       01 WS-LIB-NAME PIC X(24).
       01 WS-SET-NAME PIC X(24).
       01 WS-OPEN-NAME PIC X(24).
      *
      *    THE SET, IN UNLOAD ORDER: CODE, LIVE FILE NAME, AND 'Y'
      *    WHERE THE MASTER'S OWN WRITERS KEEP ITS SEAL.
       01 MASTER-LIST-VALUES.
           05 FILLER PIC X(4) VALUE "STOK".
           05 FILLER PIC X(20) VALUE "StockMaster.dat".
           05 FILLER PIC X(1) VALUE "Y".
           05 FILLER PIC X(4) VALUE "CUST".
           05 FILLER PIC X(20) VALUE "CustMaster.dat".
           05 FILLER PIC X(1) VALUE "N".
           05 FILLER PIC X(4) VALUE "CBAL".
           05 FILLER PIC X(20) VALUE "CustBal.dat".
           05 FILLER PIC X(1) VALUE "N".
           05 FILLER PIC X(4) VALUE "CATL".
           05 FILLER PIC X(20) VALUE "Catalog.dat".
           05 FILLER PIC X(1) VALUE "N".
           05 FILLER PIC X(4) VALUE "LOAN".
           05 FILLER PIC X(20) VALUE "LoanMaster.dat".
           05 FILLER PIC X(1) VALUE "N".
           05 FILLER PIC X(4) VALUE "PORD".
           05 FILLER PIC X(20) VALUE "PurchaseOrder.dat".
           05 FILLER PIC X(1) VALUE "N".
           05 FILLER PIC X(4) VALUE "POLY".
           05 FILLER PIC X(20) VALUE "PolyLibrary.dat".
           05 FILLER PIC X(1) VALUE "N".
       01 MASTER-LIST REDEFINES MASTER-LIST-VALUES.
           05 MST-ENTRY OCCURS 7 TIMES.
               10 MST-CODE PIC X(4).
               10 MST-FILE PIC X(20).
               10 MST-WRITER-SEALED PIC X(1).
       01 WS-MST-MAX PIC 9(1) VALUE 7.
       01 WS-MST-SUB PIC 9(1).
      *
      *    WHAT THIS RUN FOUND FOR EACH MASTER.
       01 MASTER-RESULTS.
           05 MST-RESULT OCCURS 7 TIMES.
               10 MST-SELECTED PIC X(1).
               10 MST-TRL-COUNT PIC 9(7).
               10 MST-TRL-HASH PIC 9(12).
               10 MST-IN-GEN PIC X(1).
      *
       01 WS-CMD-LINE PIC X(80).
       01 WS-MODE PIC X(1) VALUE SPACE.
           88 BACKUP-MODE VALUE 'B' SPACE.
           88 RESTORE-MODE VALUE 'R'.
           88 DRILL-MODE VALUE 'D'.
       01 WS-ARG-1 PIC X(8) VALUE SPACES.
       01 WS-ARG-2 PIC X(8) VALUE SPACES.
       01 WS-WHICH PIC X(4) VALUE SPACES.
       01 WS-GEN-X PIC X(8) VALUE SPACES.
       01 WS-GEN-DATE PIC 9(8) VALUE ZERO.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-CURR-TIME PIC 9(8).
      *
       01 WS-REC-COUNT PIC 9(7).
       01 WS-REC-HASH PIC 9(12).
       01 WS-WALK-COUNT PIC 9(7).
       01 WS-WALK-HASH PIC 9(12).
       01 WS-TOTAL-RECORDS PIC 9(7) VALUE ZERO.
       01 WS-REC-IMAGE PIC X(180).
       01 WS-CAT-GROUP PIC X(5).
       01 WS-CAT-CODE PIC X(5).
       01 WS-FAULT-COUNT PIC 9(3) VALUE ZERO.
       01 WS-DONE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-MASTER-VERDICT PIC X(8).
       01 WS-SEAL-VERDICT PIC X(24).
      *
       01 WS-SEAL-FUNC PIC X(1).
       01 WS-SEAL-FILE PIC X(16).
       01 WS-SEAL-RESULT PIC X(1).
           88 SEAL-MATCHES VALUE 'Y'.
           88 SEAL-MISMATCH VALUE 'N'.
           88 SEAL-MISSING VALUE 'M'.
       01 WS-SEAL-PROGRAM PIC X(9) VALUE "BKSET".
      *
       01 WS-SEC-FUNC PIC X(1).
       01 WS-SEC-OPERATOR PIC X(8) VALUE SPACES.
       01 WS-SEC-PASSWORD PIC X(8) VALUE SPACES.
       01 WS-SEC-AUTHORITY PIC 9(1) VALUE ZERO.
       01 WS-SEC-RESULT PIC X(1).
      *
       01 WS-SHARED-PROGRAM PIC X(9) VALUE "BKSET".
       01 WS-RS-PHASE PIC X(1).
       01 WS-RS-RECORDS PIC 9(7) VALUE ZERO.
       01 WS-DELETE-NAME PIC X(24).
       01 WS-DELETE-RC PIC S9(9) BINARY.
      *
       01 WS-RPT-FUNC PIC X(1).
       01 WS-RPT-TITLE PIC X(40)
           VALUE "BACKUP SET RESTORE DRILL".
       01 WS-RPT-DETAIL PIC X(80).
       01 WS-RPT-GEN-NAME PIC X(28).
       01 WS-RPT-DATE-X PIC X(8).
       01 WS-CAT-REPORT-NAME PIC X(16) VALUE "BKDRILL".
       01 RPT-GEN-LINE.
           05 FILLER PIC X(20) VALUE "GENERATION DRILLED: ".
           05 RPT-GEN-NAME PIC X(24).
       01 RPT-COLUMN-LINE.
           05 FILLER PIC X(40)
               VALUE "CODE FILE              TRAILER  RESTORED".
           05 FILLER PIC X(40)
               VALUE "  VERDICT   SEAL".
       01 RPT-DETAIL-LINE.
           05 RPT-CODE PIC X(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-FILE PIC X(18).
           05 RPT-TRL-COUNT PIC Z(6)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RPT-WALK-COUNT PIC Z(6)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RPT-VERDICT PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RPT-SEAL PIC X(24).
       01 RPT-TOTAL-LINE.
           05 FILLER PIC X(20) VALUE "MASTERS DRILLED   : ".
           05 RPT-DONE PIC ZZ9.
           05 FILLER PIC X(22) VALUE "   NOT PROVED      : ".
           05 RPT-FAULTS PIC ZZ9.
      *
       01 AUDIT-RECORD.
           05 AUD-TIMESTAMP    PIC 9(8).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 AUD-TIME         PIC 9(8).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 AUD-PROGRAM      PIC X(9) VALUE "BKSET".
           05 FILLER           PIC X(1) VALUE SPACE.
           05 AUD-ACTION       PIC X(9) VALUE "RESTORE".
           05 FILLER           PIC X(1) VALUE SPACE.
           05 AUD-KEY          PIC X(5).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 AUD-OPERATOR     PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       MOVE 'S' TO WS-RS-PHASE
       CALL "RUNSTATS" USING WS-SHARED-PROGRAM, WS-RS-PHASE,
           WS-RS-RECORDS
       END-CALL
       ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
       MOVE SPACES TO WS-CMD-LINE
       ACCEPT WS-CMD-LINE FROM COMMAND-LINE
       UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
           INTO WS-MODE, WS-ARG-1, WS-ARG-2
       END-UNSTRING
       INITIALIZE MASTER-RESULTS
       EVALUATE TRUE
       WHEN BACKUP-MODE
           PERFORM BACKUP-SET-PARA THRU BACKUP-SET-EXIT
       WHEN RESTORE-MODE
           MOVE WS-ARG-1 TO WS-WHICH
           MOVE WS-ARG-2 TO WS-GEN-X
           PERFORM RESTORE-SET-PARA THRU RESTORE-SET-EXIT
       WHEN DRILL-MODE
           MOVE WS-ARG-1 TO WS-GEN-X
           PERFORM DRILL-SET-PARA THRU DRILL-SET-EXIT
       WHEN OTHER
           DISPLAY "USAGE: BKSET B"
           DISPLAY "       BKSET R STOK|CUST|CBAL|CATL|LOAN|PORD|"
               "POLY|ALL [YYYYMMDD]"
           DISPLAY "       BKSET D [YYYYMMDD]"
           MOVE 8 TO RETURN-CODE
           GO TO PROGRAM-END-PARA
       END-EVALUATE
       MOVE 'E' TO WS-RS-PHASE
       MOVE WS-TOTAL-RECORDS TO WS-RS-RECORDS
       CALL "RUNSTATS" USING WS-SHARED-PROGRAM, WS-RS-PHASE,
           WS-RS-RECORDS
       END-CALL
      *    THE RUNSTATS CALL CLEARS RETURN-CODE, SO IT IS SET FROM
      *    THE FAULTS COUNTED ONCE EVERYTHING ELSE IS DONE.
       IF WS-FAULT-COUNT > ZERO
           IF RESTORE-MODE
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF
       END-IF.

       PROGRAM-END-PARA.
      *    GOBACK RATHER THAN STOP RUN SO THE NIGHT SCHEDULER CAN
      *    CALL THIS STEP AND CARRY ON; RUN STANDALONE IT ENDS THE
      *    RUN UNIT JUST THE SAME.
       GOBACK.

      ******************************************************************
      *    BACKUP - EVERY MASTER INTO TONIGHT'S GENERATION.
      ******************************************************************
       BACKUP-SET-PARA.
       MOVE WS-TODAY-DATE TO WS-RPT-DATE-X
       MOVE SPACES TO WS-SET-NAME
       STRING "BkSet." WS-RPT-DATE-X ".dat"
           DELIMITED BY SIZE INTO WS-SET-NAME
       PERFORM SET-LIVE-NAMES-PARA
       OPEN OUTPUT BACKUP-SET
       IF SET-FILESTATUS NOT = "00"
           DISPLAY " " WS-SET-NAME " CANNOT BE CREATED - STATUS "
               SET-FILESTATUS
           ADD 1 TO WS-FAULT-COUNT
           GO TO BACKUP-SET-EXIT
       END-IF
       OPEN EXTEND BACKUP-CATALOG
       IF BKC-FILESTATUS NOT = "00"
           OPEN OUTPUT BACKUP-CATALOG
       END-IF
       DISPLAY "=== BACKUP SET === " WS-SET-NAME
       PERFORM UNLOAD-ONE-MASTER-PARA THRU UNLOAD-ONE-MASTER-EXIT
           VARYING WS-MST-SUB FROM 1 BY 1
           UNTIL WS-MST-SUB > WS-MST-MAX
       CLOSE BACKUP-CATALOG
       CLOSE BACKUP-SET
       DISPLAY "RECORDS IN SET    : " WS-TOTAL-RECORDS
       DISPLAY "MASTERS FLAGGED   : " WS-FAULT-COUNT.
       BACKUP-SET-EXIT.
       EXIT.

       UNLOAD-ONE-MASTER-PARA.
       MOVE ZERO TO WS-REC-COUNT
       MOVE ZERO TO WS-REC-HASH
       MOVE SPACES TO CATALOG-RECORD
       MOVE WS-TODAY-DATE TO BKC-GEN-DATE
       ACCEPT WS-CURR-TIME FROM TIME
       MOVE WS-CURR-TIME TO BKC-TIME
       MOVE MST-CODE(WS-MST-SUB) TO BKC-CODE
       MOVE MST-FILE(WS-MST-SUB) TO BKC-FILE
       MOVE WS-SET-NAME TO BKC-SET-NAME
       PERFORM OPEN-INPUT-MASTER-PARA
       IF WS-MST-STATUS NOT = "00"
           DISPLAY MST-CODE(WS-MST-SUB) " " MST-FILE(WS-MST-SUB)
               " NOT FOUND - NOT IN THE SET"
           MOVE ZERO TO BKC-COUNT
           MOVE ZERO TO BKC-HASH
           MOVE "MISSING" TO BKC-STATUS
           WRITE CATALOG-RECORD
           ADD 1 TO WS-FAULT-COUNT
           GO TO UNLOAD-ONE-MASTER-EXIT
       END-IF
       MOVE 'N' TO WS-EOF-FLAG
       PERFORM UNLOAD-ONE-RECORD-PARA THRU UNLOAD-ONE-RECORD-EXIT
           UNTIL END-OF-FILE
       PERFORM CLOSE-MASTER-PARA
       MOVE SPACES TO SET-RECORD
       MOVE MST-CODE(WS-MST-SUB) TO SET-CODE
       MOVE 'T' TO SET-TYPE
       MOVE WS-REC-COUNT TO SET-TRL-COUNT
       MOVE WS-REC-HASH TO SET-TRL-HASH
       WRITE SET-RECORD
       ADD WS-REC-COUNT TO WS-TOTAL-RECORDS
       MOVE WS-REC-COUNT TO BKC-COUNT
       MOVE WS-REC-HASH TO BKC-HASH
       MOVE "OK" TO BKC-STATUS

      *    A MASTER ITS OWN WRITERS SEAL MUST AGREE WITH THE SEAL;
      *    THE OTHERS ARE SEALED HERE WITH WHAT WAS JUST TAKEN.
       MOVE 'V' TO WS-SEAL-FUNC
       MOVE MST-FILE(WS-MST-SUB) TO WS-SEAL-FILE
       CALL "SEALSVC" USING WS-SEAL-FUNC, WS-SEAL-FILE,
           WS-REC-COUNT, WS-REC-HASH, WS-SEAL-PROGRAM, WS-SEAL-RESULT
       END-CALL
       IF SEAL-MISMATCH AND MST-WRITER-SEALED(WS-MST-SUB) = "Y"
           DISPLAY "*** " MST-FILE(WS-MST-SUB)
               " DOES NOT MATCH ITS SEAL - TAKEN, BUT CHECK IT"
           MOVE "SEAL-OFF" TO BKC-STATUS
           ADD 1 TO WS-FAULT-COUNT
       END-IF
       IF SEAL-MISSING
               OR (SEAL-MISMATCH AND MST-WRITER-SEALED(WS-MST-SUB)
                   NOT = "Y")
           MOVE 'W' TO WS-SEAL-FUNC
           CALL "SEALSVC" USING WS-SEAL-FUNC, WS-SEAL-FILE,
               WS-REC-COUNT, WS-REC-HASH, WS-SEAL-PROGRAM,
               WS-SEAL-RESULT
           END-CALL
       END-IF
       WRITE CATALOG-RECORD
       DISPLAY MST-CODE(WS-MST-SUB) " " MST-FILE(WS-MST-SUB)
           " RECORDS " WS-REC-COUNT "  " BKC-STATUS.
       UNLOAD-ONE-MASTER-EXIT.
       EXIT.

       UNLOAD-ONE-RECORD-PARA.
       PERFORM READ-MASTER-PARA
       IF END-OF-FILE
           GO TO UNLOAD-ONE-RECORD-EXIT
       END-IF
       MOVE SPACES TO SET-RECORD
       MOVE MST-CODE(WS-MST-SUB) TO SET-CODE
       MOVE 'D' TO SET-TYPE
       MOVE WS-REC-IMAGE TO SET-IMAGE
       WRITE SET-RECORD.
       UNLOAD-ONE-RECORD-EXIT.
       EXIT.

      ******************************************************************
      *    RESTORE - ONE MASTER OR ALL OF THEM, OVER THE LIVE FILES.
      ******************************************************************
       RESTORE-SET-PARA.
       PERFORM VARYING WS-MST-SUB FROM 1 BY 1
               UNTIL WS-MST-SUB > WS-MST-MAX
           IF WS-WHICH = "ALL" OR WS-WHICH = MST-CODE(WS-MST-SUB)
               MOVE "Y" TO MST-SELECTED(WS-MST-SUB)
               ADD 1 TO WS-DONE-COUNT
           END-IF
       END-PERFORM
       IF WS-DONE-COUNT = ZERO
           DISPLAY "RESTORE WHICH MASTER? STOK, CUST, CBAL, CATL, "
               "LOAN, PORD, POLY OR ALL"
           MOVE 8 TO RETURN-CODE
           GO TO PROGRAM-END-PARA
       END-IF
       MOVE ZERO TO WS-DONE-COUNT
       PERFORM FIND-GENERATION-PARA THRU FIND-GENERATION-EXIT
       IF WS-GEN-DATE = ZERO
           MOVE 8 TO RETURN-CODE
           GO TO PROGRAM-END-PARA
       END-IF

      *    REBUILDING LIVE MASTERS IS A MAINTENANCE FUNCTION.
       DISPLAY "=== RESTORE === FROM " WS-SET-NAME
       DISPLAY "OPERATOR ID ? " WITH NO ADVANCING
       ACCEPT WS-SEC-OPERATOR
       DISPLAY "PASSWORD ? " WITH NO ADVANCING
       ACCEPT WS-SEC-PASSWORD
       MOVE 'S' TO WS-SEC-FUNC
       CALL "OPERSEC" USING WS-SEC-FUNC, WS-SEC-OPERATOR,
           WS-SEC-PASSWORD, WS-SEC-AUTHORITY, WS-SEC-RESULT
       IF WS-SEC-RESULT NOT = 'Y' OR WS-SEC-AUTHORITY < 2
           DISPLAY "SIGN-ON REFUSED OR AUTHORITY TOO LOW -"
           DISPLAY "A RESTORE NEEDS MAINTENANCE AUTHORITY"
           MOVE 8 TO RETURN-CODE
           GO TO PROGRAM-END-PARA
       END-IF
       MOVE WS-SEC-OPERATOR TO AUD-OPERATOR

       PERFORM SET-LIVE-NAMES-PARA
       OPEN EXTEND AUDIT-LOG
       IF AUD-FILESTATUS NOT = "00"
           OPEN OUTPUT AUDIT-LOG
       END-IF
       PERFORM RESTORE-ONE-MASTER-PARA THRU RESTORE-ONE-MASTER-EXIT
           VARYING WS-MST-SUB FROM 1 BY 1
           UNTIL WS-MST-SUB > WS-MST-MAX
       CLOSE AUDIT-LOG
       DISPLAY "MASTERS RESTORED  : " WS-DONE-COUNT
       DISPLAY "NOT PROVED        : " WS-FAULT-COUNT
       IF WS-FAULT-COUNT > ZERO
           DISPLAY "*** RESTORE NOT VERIFIED - DO NOT RELEASE ***"
       END-IF.
       RESTORE-SET-EXIT.
       EXIT.

      *    THE LIVE FILE IS REBUILT, READ BACK AND PROVED AGAINST THE
      *    TRAILER; A PROVED MASTER IS RESEALED, SO ITS READERS TAKE
      *    IT, AND THE RESTORE IS AUDITED.
       RESTORE-ONE-MASTER-PARA.
       IF MST-SELECTED(WS-MST-SUB) NOT = "Y"
           GO TO RESTORE-ONE-MASTER-EXIT
       END-IF
       IF MST-IN-GEN(WS-MST-SUB) NOT = "Y"
           DISPLAY MST-CODE(WS-MST-SUB) " IS NOT IN " WS-SET-NAME
               " - NOT RESTORED"
           ADD 1 TO WS-FAULT-COUNT
           GO TO RESTORE-ONE-MASTER-EXIT
       END-IF
       PERFORM REBUILD-MASTER-PARA THRU REBUILD-MASTER-EXIT
       IF WS-MASTER-VERDICT NOT = "PROVED"
           DISPLAY "*** " MST-FILE(WS-MST-SUB) " " WS-MASTER-VERDICT
               " - TRAILER " MST-TRL-COUNT(WS-MST-SUB)
               " RESTORED " WS-WALK-COUNT
           ADD 1 TO WS-FAULT-COUNT
           GO TO RESTORE-ONE-MASTER-EXIT
       END-IF
       MOVE 'W' TO WS-SEAL-FUNC
       MOVE MST-FILE(WS-MST-SUB) TO WS-SEAL-FILE
       CALL "SEALSVC" USING WS-SEAL-FUNC, WS-SEAL-FILE,
           WS-WALK-COUNT, WS-WALK-HASH, WS-SEAL-PROGRAM,
           WS-SEAL-RESULT
       END-CALL
       ACCEPT WS-CURR-TIME FROM TIME
       MOVE WS-TODAY-DATE TO AUD-TIMESTAMP
       MOVE WS-CURR-TIME TO AUD-TIME
       MOVE MST-CODE(WS-MST-SUB) TO AUD-KEY
       WRITE AUDIT-LINE FROM AUDIT-RECORD
       ADD 1 TO WS-DONE-COUNT
       DISPLAY MST-CODE(WS-MST-SUB) " " MST-FILE(WS-MST-SUB)
           " RESTORED AND PROVED - " WS-WALK-COUNT " RECORDS".
       RESTORE-ONE-MASTER-EXIT.
       EXIT.

      ******************************************************************
      *    DRILL - EVERY MASTER INTO A SCRATCH COPY, PROVED AND
      *    THROWN AWAY.
      ******************************************************************
       DRILL-SET-PARA.
       PERFORM VARYING WS-MST-SUB FROM 1 BY 1
               UNTIL WS-MST-SUB > WS-MST-MAX
           MOVE "Y" TO MST-SELECTED(WS-MST-SUB)
       END-PERFORM
       PERFORM FIND-GENERATION-PARA THRU FIND-GENERATION-EXIT
       IF WS-GEN-DATE = ZERO
           MOVE 8 TO RETURN-CODE
           GO TO PROGRAM-END-PARA
       END-IF
       PERFORM SET-DRILL-NAMES-PARA

       MOVE WS-TODAY-DATE TO WS-RPT-DATE-X
       MOVE SPACES TO WS-RPT-GEN-NAME
       STRING "BkDrill." WS-RPT-DATE-X ".rpt"
           DELIMITED BY SIZE INTO WS-RPT-GEN-NAME
       MOVE 'O' TO WS-RPT-FUNC
       MOVE SPACES TO WS-RPT-DETAIL
       CALL "RPTWRT" USING WS-RPT-FUNC, WS-RPT-GEN-NAME,
           WS-RPT-TITLE, WS-RPT-DETAIL
       END-CALL
       MOVE WS-SET-NAME TO RPT-GEN-NAME
       MOVE RPT-GEN-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       MOVE RPT-COLUMN-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       PERFORM DRILL-ONE-MASTER-PARA THRU DRILL-ONE-MASTER-EXIT
           VARYING WS-MST-SUB FROM 1 BY 1
           UNTIL WS-MST-SUB > WS-MST-MAX
       MOVE SPACES TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       MOVE WS-DONE-COUNT TO RPT-DONE
       MOVE WS-FAULT-COUNT TO RPT-FAULTS
       MOVE RPT-TOTAL-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       MOVE 'C' TO WS-RPT-FUNC
       CALL "RPTWRT" USING WS-RPT-FUNC, WS-RPT-GEN-NAME,
           WS-RPT-TITLE, WS-RPT-DETAIL
       END-CALL
       CALL "RPTCAT" USING WS-CAT-REPORT-NAME, WS-RPT-GEN-NAME,
           WS-TODAY-DATE
       END-CALL
       DISPLAY "RESTORE DRILL OF " WS-SET-NAME
       DISPLAY "MASTERS DRILLED   : " WS-DONE-COUNT
       DISPLAY "NOT PROVED        : " WS-FAULT-COUNT.
       DRILL-SET-EXIT.
       EXIT.

      *    A MASTER PROVES WHEN THE SCRATCH COPY READS BACK TO THE
      *    TRAILER'S COUNT AND HASH AND AGREES WITH THE LIVE MASTER'S
      *    SEAL.
       DRILL-ONE-MASTER-PARA.
       MOVE SPACES TO RPT-DETAIL-LINE
       MOVE MST-CODE(WS-MST-SUB) TO RPT-CODE
       MOVE MST-FILE(WS-MST-SUB) TO RPT-FILE
       MOVE ZERO TO WS-WALK-COUNT
       MOVE ZERO TO WS-WALK-HASH
       IF MST-IN-GEN(WS-MST-SUB) NOT = "Y"
           MOVE ZERO TO RPT-TRL-COUNT
           MOVE ZERO TO RPT-WALK-COUNT
           MOVE "MISSING" TO RPT-VERDICT
           MOVE "NOT IN THE GENERATION" TO RPT-SEAL
           ADD 1 TO WS-FAULT-COUNT
           GO TO DRILL-ONE-MASTER-WRITE
       END-IF
       ADD 1 TO WS-DONE-COUNT
       PERFORM REBUILD-MASTER-PARA THRU REBUILD-MASTER-EXIT
       MOVE MST-TRL-COUNT(WS-MST-SUB) TO RPT-TRL-COUNT
       MOVE WS-WALK-COUNT TO RPT-WALK-COUNT
       MOVE WS-MASTER-VERDICT TO RPT-VERDICT
       MOVE 'V' TO WS-SEAL-FUNC
       MOVE MST-FILE(WS-MST-SUB) TO WS-SEAL-FILE
       CALL "SEALSVC" USING WS-SEAL-FUNC, WS-SEAL-FILE,
           WS-WALK-COUNT, WS-WALK-HASH, WS-SEAL-PROGRAM,
           WS-SEAL-RESULT
       END-CALL
       EVALUATE TRUE
       WHEN SEAL-MATCHES
           MOVE "MATCHES SEAL" TO RPT-SEAL
       WHEN SEAL-MISSING
           MOVE "NO SEAL ON FILE" TO RPT-SEAL
       WHEN OTHER
           MOVE "DOES NOT MATCH SEAL" TO RPT-SEAL
       END-EVALUATE
       IF WS-MASTER-VERDICT NOT = "PROVED" OR NOT SEAL-MATCHES
           ADD 1 TO WS-FAULT-COUNT
       END-IF
       ADD WS-WALK-COUNT TO WS-TOTAL-RECORDS
       MOVE WS-OPEN-NAME TO WS-DELETE-NAME
       CALL "CBL_DELETE_FILE" USING WS-DELETE-NAME
           RETURNING WS-DELETE-RC
       END-CALL.
       DRILL-ONE-MASTER-WRITE.
       MOVE RPT-DETAIL-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA.
       DRILL-ONE-MASTER-EXIT.
       EXIT.

      ******************************************************************
      *    SHARED BY RESTORE AND DRILL.
      ******************************************************************
      *    THE GENERATION ASKED FOR, OR THE NEWEST ONE CATALOGUED;
      *    EACH MASTER CATALOGUED IN IT WITH A STATUS OTHER THAN
      *    MISSING IS MARKED AS PRESENT.
       FIND-GENERATION-PARA.
       MOVE ZERO TO WS-GEN-DATE
       IF WS-GEN-X NOT = SPACES
           IF WS-GEN-X NOT NUMERIC
               DISPLAY " GIVE THE GENERATION AS YYYYMMDD "
               GO TO FIND-GENERATION-EXIT
           END-IF
           MOVE WS-GEN-X TO WS-GEN-DATE
       END-IF
       OPEN INPUT BACKUP-CATALOG
       IF BKC-FILESTATUS NOT = "00"
           DISPLAY " BKCATALOG.DAT NOT FOUND - NO BACKUP SET TAKEN "
           MOVE ZERO TO WS-GEN-DATE
           GO TO FIND-GENERATION-EXIT
       END-IF
       IF WS-GEN-DATE = ZERO
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM FIND-NEWEST-PARA THRU FIND-NEWEST-EXIT
               UNTIL END-OF-FILE
           CLOSE BACKUP-CATALOG
           OPEN INPUT BACKUP-CATALOG
       END-IF
       MOVE 'N' TO WS-EOF-FLAG
       PERFORM MARK-IN-GEN-PARA THRU MARK-IN-GEN-EXIT
           UNTIL END-OF-FILE
       CLOSE BACKUP-CATALOG
       IF WS-SET-NAME = SPACES
           DISPLAY " NO BACKUP SET CATALOGUED FOR " WS-GEN-DATE
           MOVE ZERO TO WS-GEN-DATE
           GO TO FIND-GENERATION-EXIT
       END-IF
       OPEN INPUT BACKUP-SET
       IF SET-FILESTATUS NOT = "00"
           DISPLAY " " WS-SET-NAME " IS CATALOGUED BUT NOT ON DISK"
           MOVE ZERO TO WS-GEN-DATE
           GO TO FIND-GENERATION-EXIT
       END-IF
       CLOSE BACKUP-SET.
       FIND-GENERATION-EXIT.
       EXIT.

       FIND-NEWEST-PARA.
       READ BACKUP-CATALOG
           AT END
               SET END-OF-FILE TO TRUE
               GO TO FIND-NEWEST-EXIT
       END-READ
       IF BKC-STATUS NOT = "MISSING" AND BKC-GEN-DATE > WS-GEN-DATE
           MOVE BKC-GEN-DATE TO WS-GEN-DATE
       END-IF.
       FIND-NEWEST-EXIT.
       EXIT.

       MARK-IN-GEN-PARA.
       READ BACKUP-CATALOG
           AT END
               SET END-OF-FILE TO TRUE
               GO TO MARK-IN-GEN-EXIT
       END-READ
       IF BKC-GEN-DATE NOT = WS-GEN-DATE OR BKC-STATUS = "MISSING"
           GO TO MARK-IN-GEN-EXIT
       END-IF
       MOVE BKC-SET-NAME TO WS-SET-NAME
       PERFORM VARYING WS-MST-SUB FROM 1 BY 1
               UNTIL WS-MST-SUB > WS-MST-MAX
           IF BKC-CODE = MST-CODE(WS-MST-SUB)
               MOVE "Y" TO MST-IN-GEN(WS-MST-SUB)
           END-IF
       END-PERFORM.
       MARK-IN-GEN-EXIT.
       EXIT.

      *    THE MASTER'S LINES ARE PICKED OUT OF THE GENERATION INTO
      *    THE FILE UNDER ITS CURRENT NAME (LIVE OR SCRATCH), WHICH
      *    IS THEN READ BACK FOR ITS COUNT AND HASH.
       REBUILD-MASTER-PARA.
       MOVE ZERO TO WS-WALK-COUNT
       MOVE ZERO TO WS-WALK-HASH
       MOVE ZERO TO MST-TRL-COUNT(WS-MST-SUB)
       MOVE ZERO TO MST-TRL-HASH(WS-MST-SUB)
       MOVE "NO TRLR" TO WS-MASTER-VERDICT
       OPEN INPUT BACKUP-SET
       IF SET-FILESTATUS NOT = "00"
           MOVE "NO SET" TO WS-MASTER-VERDICT
           GO TO REBUILD-MASTER-EXIT
       END-IF
       PERFORM OPEN-OUTPUT-MASTER-PARA
       IF WS-MST-STATUS NOT = "00"
           CLOSE BACKUP-SET
           MOVE "NO OPEN" TO WS-MASTER-VERDICT
           GO TO REBUILD-MASTER-EXIT
       END-IF
       MOVE 'N' TO WS-SET-EOF
       PERFORM REBUILD-ONE-LINE-PARA THRU REBUILD-ONE-LINE-EXIT
           UNTIL SET-END-OF-FILE
       CLOSE BACKUP-SET
       PERFORM CLOSE-MASTER-PARA
       PERFORM OPEN-INPUT-MASTER-PARA
       IF WS-MST-STATUS NOT = "00"
           MOVE "NO READ" TO WS-MASTER-VERDICT
           GO TO REBUILD-MASTER-EXIT
       END-IF
       MOVE ZERO TO WS-REC-COUNT
       MOVE ZERO TO WS-REC-HASH
       MOVE 'N' TO WS-EOF-FLAG
       PERFORM READ-MASTER-PARA UNTIL END-OF-FILE
       PERFORM CLOSE-MASTER-PARA
       MOVE WS-REC-COUNT TO WS-WALK-COUNT
       MOVE WS-REC-HASH TO WS-WALK-HASH
       IF WS-MASTER-VERDICT = "NO TRLR"
           GO TO REBUILD-MASTER-EXIT
       END-IF
       IF WS-WALK-COUNT = MST-TRL-COUNT(WS-MST-SUB)
               AND WS-WALK-HASH = MST-TRL-HASH(WS-MST-SUB)
           MOVE "PROVED" TO WS-MASTER-VERDICT
       ELSE
           MOVE "COUNT OFF" TO WS-MASTER-VERDICT
       END-IF.
       REBUILD-MASTER-EXIT.
       EXIT.

       REBUILD-ONE-LINE-PARA.
       READ BACKUP-SET
           AT END
               SET SET-END-OF-FILE TO TRUE
               GO TO REBUILD-ONE-LINE-EXIT
       END-READ
       IF SET-CODE NOT = MST-CODE(WS-MST-SUB)
           GO TO REBUILD-ONE-LINE-EXIT
       END-IF
       IF SET-TRAILER-LINE
           MOVE SET-TRL-COUNT TO MST-TRL-COUNT(WS-MST-SUB)
           MOVE SET-TRL-HASH TO MST-TRL-HASH(WS-MST-SUB)
           MOVE SPACES TO WS-MASTER-VERDICT
           GO TO REBUILD-ONE-LINE-EXIT
       END-IF
       MOVE SET-IMAGE TO WS-REC-IMAGE
       PERFORM WRITE-MASTER-PARA.
       REBUILD-ONE-LINE-EXIT.
       EXIT.

      ******************************************************************
      *    ONE PLACE THAT KNOWS EACH MASTER'S FILE: OPEN, READ (WITH
      *    ITS COUNT AND KEY HASH), WRITE AND CLOSE, BY SUBSCRIPT.
      *    THE HASH FOR STOCKMASTER.DAT IS THE ONE ITS WRITERS SEAL
      *    WITH - THE NUMERIC ITEM CODES ADDED UP.
      ******************************************************************
       SET-LIVE-NAMES-PARA.
       MOVE MST-FILE(1) TO WS-STK-NAME
       MOVE MST-FILE(2) TO WS-CUS-NAME
       MOVE MST-FILE(3) TO WS-BAL-NAME
       MOVE MST-FILE(4) TO WS-CAT-NAME
       MOVE MST-FILE(5) TO WS-LON-NAME
       MOVE MST-FILE(6) TO WS-PO-NAME
       MOVE MST-FILE(7) TO WS-LIB-NAME.

       SET-DRILL-NAMES-PARA.
       MOVE SPACES TO WS-STK-NAME WS-CUS-NAME WS-BAL-NAME
           WS-CAT-NAME WS-LON-NAME WS-PO-NAME WS-LIB-NAME
       STRING "Drill" MST-FILE(1) DELIMITED BY SPACE
           INTO WS-STK-NAME
       STRING "Drill" MST-FILE(2) DELIMITED BY SPACE
           INTO WS-CUS-NAME
       STRING "Drill" MST-FILE(3) DELIMITED BY SPACE
           INTO WS-BAL-NAME
       STRING "Drill" MST-FILE(4) DELIMITED BY SPACE
           INTO WS-CAT-NAME
       STRING "Drill" MST-FILE(5) DELIMITED BY SPACE
           INTO WS-LON-NAME
       STRING "Drill" MST-FILE(6) DELIMITED BY SPACE
           INTO WS-PO-NAME
       STRING "Drill" MST-FILE(7) DELIMITED BY SPACE
           INTO WS-LIB-NAME.

       OPEN-INPUT-MASTER-PARA.
       MOVE 'N' TO WS-EOF-FLAG
       EVALUATE WS-MST-SUB
       WHEN 1
           OPEN INPUT STOCK-MASTER
           MOVE STK-FILESTATUS TO WS-MST-STATUS
           MOVE WS-STK-NAME TO WS-OPEN-NAME
       WHEN 2
           OPEN INPUT CUSTOMER-MASTER
           MOVE CUS-FILESTATUS TO WS-MST-STATUS
           MOVE WS-CUS-NAME TO WS-OPEN-NAME
       WHEN 3
           OPEN INPUT CUST-BALANCE
           MOVE BAL-FILESTATUS TO WS-MST-STATUS
           MOVE WS-BAL-NAME TO WS-OPEN-NAME
       WHEN 4
           OPEN INPUT CATALOG-FILE
           MOVE CAT-FILESTATUS TO WS-MST-STATUS
           MOVE WS-CAT-NAME TO WS-OPEN-NAME
       WHEN 5
           OPEN INPUT LOAN-MASTER
           MOVE LON-FILESTATUS TO WS-MST-STATUS
           MOVE WS-LON-NAME TO WS-OPEN-NAME
       WHEN 6
           OPEN INPUT PO-FILE
           MOVE PO-FILESTATUS TO WS-MST-STATUS
           MOVE WS-PO-NAME TO WS-OPEN-NAME
       WHEN 7
           OPEN INPUT POLY-LIBRARY
           MOVE LIB-FILESTATUS TO WS-MST-STATUS
           MOVE WS-LIB-NAME TO WS-OPEN-NAME
       END-EVALUATE.

       OPEN-OUTPUT-MASTER-PARA.
       EVALUATE WS-MST-SUB
       WHEN 1
           OPEN OUTPUT STOCK-MASTER
           MOVE STK-FILESTATUS TO WS-MST-STATUS
       WHEN 2
           OPEN OUTPUT CUSTOMER-MASTER
           MOVE CUS-FILESTATUS TO WS-MST-STATUS
       WHEN 3
           OPEN OUTPUT CUST-BALANCE
           MOVE BAL-FILESTATUS TO WS-MST-STATUS
       WHEN 4
           OPEN OUTPUT CATALOG-FILE
           MOVE CAT-FILESTATUS TO WS-MST-STATUS
       WHEN 5
           OPEN OUTPUT LOAN-MASTER
           MOVE LON-FILESTATUS TO WS-MST-STATUS
       WHEN 6
           OPEN OUTPUT PO-FILE
           MOVE PO-FILESTATUS TO WS-MST-STATUS
       WHEN 7
           OPEN OUTPUT POLY-LIBRARY
           MOVE LIB-FILESTATUS TO WS-MST-STATUS
       END-EVALUATE.

       CLOSE-MASTER-PARA.
       EVALUATE WS-MST-SUB
       WHEN 1
           CLOSE STOCK-MASTER
       WHEN 2
           CLOSE CUSTOMER-MASTER
       WHEN 3
           CLOSE CUST-BALANCE
       WHEN 4
           CLOSE CATALOG-FILE
       WHEN 5
           CLOSE LOAN-MASTER
       WHEN 6
           CLOSE PO-FILE
       WHEN 7
           CLOSE POLY-LIBRARY
       END-EVALUATE.

       READ-MASTER-PARA.
       MOVE SPACES TO WS-REC-IMAGE
       EVALUATE WS-MST-SUB
       WHEN 1
           READ STOCK-MASTER NEXT RECORD
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   MOVE STOCK-RECORD TO WS-REC-IMAGE
                   IF STK-ITEM-CODE IS NUMERIC
                       ADD FUNCTION NUMVAL(STK-ITEM-CODE)
                           TO WS-REC-HASH
                   END-IF
           END-READ
       WHEN 2
           READ CUSTOMER-MASTER NEXT RECORD
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   MOVE CUSTOMER-RECORD TO WS-REC-IMAGE
                   IF CM-CUST-ID IS NUMERIC
                       ADD FUNCTION NUMVAL(CM-CUST-ID)
                           TO WS-REC-HASH
                   END-IF
           END-READ
       WHEN 3
           READ CUST-BALANCE NEXT RECORD
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   MOVE CUST-BALANCE-RECORD TO WS-REC-IMAGE
                   IF CB-CUST-ID IS NUMERIC
                       ADD FUNCTION NUMVAL(CB-CUST-ID)
                           TO WS-REC-HASH
                   END-IF
           END-READ
       WHEN 4
           READ CATALOG-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   MOVE CATALOG-LINE TO WS-REC-IMAGE
                   MOVE SPACES TO WS-CAT-GROUP WS-CAT-CODE
                   UNSTRING CATALOG-LINE DELIMITED BY ALL SPACE
                       INTO WS-CAT-GROUP WS-CAT-CODE
                   END-UNSTRING
                   IF WS-CAT-CODE IS NUMERIC
                       ADD FUNCTION NUMVAL(WS-CAT-CODE)
                           TO WS-REC-HASH
                   END-IF
           END-READ
       WHEN 5
           READ LOAN-MASTER NEXT RECORD
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   MOVE LOAN-MASTER-RECORD TO WS-REC-IMAGE
                   IF LN-ID IS NUMERIC
                       ADD FUNCTION NUMVAL(LN-ID) TO WS-REC-HASH
                   END-IF
           END-READ
       WHEN 6
           READ PO-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   MOVE PO-RECORD TO WS-REC-IMAGE
                   IF PO-NUMBER IS NUMERIC
                       ADD PO-NUMBER TO WS-REC-HASH
                   END-IF
           END-READ
       WHEN 7
           READ POLY-LIBRARY NEXT RECORD
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   MOVE POLY-LIB-RECORD TO WS-REC-IMAGE
                   IF POLY-LIB-RUN-DATE IS NUMERIC
                       ADD POLY-LIB-RUN-DATE TO WS-REC-HASH
                   END-IF
           END-READ
       END-EVALUATE
       IF NOT END-OF-FILE
           ADD 1 TO WS-REC-COUNT
       END-IF.

       WRITE-MASTER-PARA.
       EVALUATE WS-MST-SUB
       WHEN 1
           MOVE WS-REC-IMAGE TO STOCK-RECORD
           WRITE STOCK-RECORD
       WHEN 2
           MOVE WS-REC-IMAGE TO CUSTOMER-RECORD
           WRITE CUSTOMER-RECORD
       WHEN 3
           MOVE WS-REC-IMAGE TO CUST-BALANCE-RECORD
           WRITE CUST-BALANCE-RECORD
       WHEN 4
           MOVE WS-REC-IMAGE TO CATALOG-LINE
           WRITE CATALOG-LINE
       WHEN 5
           MOVE WS-REC-IMAGE TO LOAN-MASTER-RECORD
           WRITE LOAN-MASTER-RECORD
       WHEN 6
           MOVE WS-REC-IMAGE TO PO-RECORD
           WRITE PO-RECORD
       WHEN 7
           MOVE WS-REC-IMAGE TO POLY-LIB-RECORD
           WRITE POLY-LIB-RECORD
       END-EVALUATE.

       WRITE-REPORT-LINE-PARA.
       MOVE 'D' TO WS-RPT-FUNC
       CALL "RPTWRT" USING WS-RPT-FUNC, WS-RPT-GEN-NAME,
           WS-RPT-TITLE, WS-RPT-DETAIL
       END-CALL.
       END PROGRAM BKSET.
