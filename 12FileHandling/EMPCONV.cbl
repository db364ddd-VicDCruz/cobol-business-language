      * Author:
      * Date:
      * Purpose: One-time Employee.dat layout conversion - unloads the
      *          indexed master (id, name, experience, department,
      *          hire date, salary, employment status and termination
      *          date) to a flat work file, then reloads Employee.dat
      *          in the extended layout that adds the manager the
      *          employee reports to. Every field is carried across
      *          as it stands; the manager starts blank until EMPMAINT
      *          action 'M' sets it. Run with mode 'U' to unload,
      *          then mode 'R' to reload; the reload stamps a fresh
      *          integrity seal so the first reader does not refuse
      *          the converted master.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OLD-EMP-ID
           ALTERNATE RECORD KEY IS OLD-EMP-NAME WITH DUPLICATES
           FILE STATUS IS OLD-FILESTATUS.

           SELECT NEW-EMPLOYEE
       05 OLD-EMP-ID        PIC X(10).
       05 FILLER            PIC X(1).
       05 OLD-EMP-NAME      PIC X(30).
       05 OLD-EMP-DETAIL    PIC X(36).
      *
       FD NEW-EMPLOYEE.
       COPY EMPREC REPLACING ==:REC:== BY ==NEW-EMPLOYEE-RECORD==.
      *
       FD UNLOAD-FILE.
       01 UNL-RECORD         PIC X(88).
      *
       WORKING-STORAGE SECTION.

           DISPLAY "NOW RUN EMPCONV 'R' TO RELOAD THE MASTER"
       END-IF.

      *    THE OLD RECORD IS THE FIRST 77 BYTES OF THE NEW ONE, SO IT
      *    GOES ACROSS WHOLE AND ONLY THE MANAGER IS SET.
       UNLOAD-ONE-PARA.
       READ OLD-EMPLOYEE NEXT RECORD
           AT END
               SET END-OF-FILE TO TRUE
           NOT AT END
               MOVE SPACES TO WS-WORK-RECORD
               MOVE OLD-EMPLOYEE-RECORD TO WS-WORK-RECORD(1:77)
               MOVE SPACES TO EMP-MANAGER-ID OF WS-WORK-RECORD
               WRITE UNL-RECORD FROM WS-WORK-RECORD
               ADD 1 TO WS-UNLOAD-COUNT
       END-READ.
