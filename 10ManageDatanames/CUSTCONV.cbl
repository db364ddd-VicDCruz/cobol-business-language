      ******************************************************************
      * Author:
      * Date:
      * Purpose: One-time CustMaster.dat layout conversion - unloads
      *          the old indexed customer master (customer number,
      *          name, date of birth, gender, intake note, intake date,
      *          street and city) to a flat work file, then reloads
      *          CustMaster.dat in the extended layout with the credit
      *          limit, the sales-tax exemption flag, the postal code
      *          and the address-check status appended. The credit
      *          limit reloads as zero (no limit set) until CUSTADDR
      *          keys one, the customer as taxable, and the postal
      *          code and address status blank, so the next ADDRSTD
      *          run checks every address before it is mailed to.
      *          Run with mode 'U' to unload, then mode 'R' to
      *          reload.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTCONV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OLD-CUSTOMER ASSIGN TO "CustMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OLD-CM-CUST-ID
           FILE STATUS IS OLD-FILESTATUS.
       SELECT NEW-CUSTOMER ASSIGN TO "CustMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CM-CUST-ID
           FILE STATUS IS NEW-FILESTATUS.
       SELECT UNLOAD-FILE ASSIGN TO "CustConvert.unl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS UNL-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OLD-CUSTOMER.
       01 OLD-CUSTOMER-RECORD.
           05 OLD-CM-CUST-ID PIC X(6).
           05 OLD-CM-DETAIL PIC X(102).
       FD NEW-CUSTOMER.
       COPY CMREC REPLACING ==:REC:== BY ==NEW-CUSTOMER-RECORD==.
       FD UNLOAD-FILE.
       01 UNL-RECORD PIC X(127).

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
       COPY CMREC REPLACING ==:REC:== BY ==WS-WORK-RECORD==.

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
           DISPLAY "CUSTCONV RUN MODE MUST BE 'U' (UNLOAD) OR "
               "'R' (RELOAD)".

       PROGRAM-END-PARA.
           STOP RUN.

       UNLOAD-OLD-MASTER-PARA.
           OPEN INPUT OLD-CUSTOMER.
           IF OLD-FILESTATUS NOT = "00"
               DISPLAY " CUSTMASTER.DAT NOT FOUND "
               DISPLAY " FILE STATUS IS : " OLD-FILESTATUS
           ELSE
               OPEN OUTPUT UNLOAD-FILE
               PERFORM UNLOAD-ONE-PARA THRU UNLOAD-ONE-EXIT
                   UNTIL END-OF-FILE
               CLOSE UNLOAD-FILE
               CLOSE OLD-CUSTOMER
               DISPLAY "RECORDS UNLOADED : " WS-UNLOAD-COUNT
               DISPLAY "NOW RUN CUSTCONV 'R' TO RELOAD THE MASTER"
           END-IF.

      *    THE OLD RECORD IS THE FIRST 108 BYTES OF THE NEW ONE, SO IT
      *    GOES ACROSS WHOLE AND ONLY THE APPENDED FIELDS ARE SET.
       UNLOAD-ONE-PARA.
           READ OLD-CUSTOMER NEXT RECORD
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   MOVE SPACES TO WS-WORK-RECORD
                   MOVE OLD-CUSTOMER-RECORD TO WS-WORK-RECORD(1:108)
                   MOVE ZERO TO CM-CREDIT-LIMIT OF WS-WORK-RECORD
                   MOVE SPACE TO CM-TAX-EXEMPT OF WS-WORK-RECORD
                   MOVE SPACES TO CM-POSTAL-CODE OF WS-WORK-RECORD
                   MOVE SPACE TO CM-ADDR-STATUS OF WS-WORK-RECORD
                   WRITE UNL-RECORD FROM WS-WORK-RECORD
                   ADD 1 TO WS-UNLOAD-COUNT
           END-READ.
       UNLOAD-ONE-EXIT.
           EXIT.

       RELOAD-NEW-MASTER-PARA.
           OPEN INPUT UNLOAD-FILE.
           IF UNL-FILESTATUS NOT = "00"
               DISPLAY " CUSTCONVERT.UNL NOT FOUND - RUN MODE 'U' "
                   "FIRST "
               DISPLAY " FILE STATUS IS : " UNL-FILESTATUS
           ELSE
               OPEN OUTPUT NEW-CUSTOMER
               PERFORM RELOAD-ONE-PARA THRU RELOAD-ONE-EXIT
                   UNTIL END-OF-FILE
               CLOSE NEW-CUSTOMER
               CLOSE UNLOAD-FILE
               DISPLAY "RECORDS RELOADED  : " WS-RELOAD-COUNT
               DISPLAY "DUPLICATES SKIPPED: " WS-DUP-COUNT
           END-IF.

       RELOAD-ONE-PARA.
           READ UNLOAD-FILE INTO WS-WORK-RECORD
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   MOVE WS-WORK-RECORD TO NEW-CUSTOMER-RECORD
                   WRITE NEW-CUSTOMER-RECORD
                       INVALID KEY
                           ADD 1 TO WS-DUP-COUNT
                           DISPLAY "KEY NOT LOADED : "
                               CM-CUST-ID OF NEW-CUSTOMER-RECORD
                               " STATUS " NEW-FILESTATUS
                       NOT INVALID KEY
                           ADD 1 TO WS-RELOAD-COUNT
                   END-WRITE
           END-READ.
       RELOAD-ONE-EXIT.
           EXIT.
       END PROGRAM CUSTCONV.
