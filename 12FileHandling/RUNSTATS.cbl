      *          processed); at the end call one record is appended
      *          to RunStats.dat holding program name, start and end
      *          date-time and record count, so the RUNTREND report
      *          can show durations and throughput per run. A
      *          program resuming from a checkpoint also CALLs phase
      *          'R' between the two with the point it resumed after
      *          in the record count; the end record then carries an
      *          R restart flag and that resume point, left blank for
      *          an ordinary run.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        05 RUN-END-TIME PIC 9(8).
        05 FILLER PIC X(1).
        05 RUN-RECORDS PIC 9(7).
        05 FILLER PIC X(1).
        05 RUN-RESTART PIC X(1).
        05 FILLER PIC X(1).
        05 RUN-RESUME-AFTER PIC X(7).
       WORKING-STORAGE SECTION.
       01 RUN-FILESTATUS PIC X(02).
      *    THE START STAMP IS HELD HERE BETWEEN THE 'S' AND 'E'
      *    CALLS OF THE SAME RUN UNIT.
       01 WS-START-DATE PIC 9(8) VALUE ZERO.
       01 WS-START-TIME PIC 9(8) VALUE ZERO.
       01 WS-RESTART-SW PIC X(1) VALUE 'N'.
           88 RUN-WAS-RESTARTED VALUE 'Y'.
       01 WS-RESUME-AFTER PIC 9(7) VALUE ZERO.
       01 WS-CURR-DATE PIC 9(8).
       01 WS-CURR-TIME PIC 9(8).
       LINKAGE SECTION.
       01 LS-PHASE PIC X(1).
           88 PHASE-START VALUE 'S'.
           88 PHASE-END VALUE 'E'.
           88 PHASE-RESTART VALUE 'R'.
       01 LS-RECORDS PIC 9(7).
       PROCEDURE DIVISION USING LS-PROGRAM, LS-PHASE, LS-RECORDS.
       MAIN-PARAGRAPH.
           MOVE WS-CURR-TIME TO WS-START-TIME
           GOBACK
       END-IF.
       IF PHASE-RESTART
           MOVE 'Y' TO WS-RESTART-SW
           MOVE LS-RECORDS TO WS-RESUME-AFTER
           GOBACK
       END-IF.
       IF NOT PHASE-END
           GOBACK
       END-IF.
       MOVE WS-CURR-DATE TO RUN-END-DATE.
       MOVE WS-CURR-TIME TO RUN-END-TIME.
       MOVE LS-RECORDS TO RUN-RECORDS.
       IF RUN-WAS-RESTARTED
           MOVE 'R' TO RUN-RESTART
           MOVE WS-RESUME-AFTER TO RUN-RESUME-AFTER
       END-IF.
       OPEN EXTEND RUNSTATS-FILE.
       IF RUN-FILESTATUS NOT = "00"
           OPEN OUTPUT RUNSTATS-FILE
       CLOSE RUNSTATS-FILE.
       MOVE ZERO TO WS-START-DATE.
       MOVE ZERO TO WS-START-TIME.
       MOVE 'N' TO WS-RESTART-SW.
       MOVE ZERO TO WS-RESUME-AFTER.
       GOBACK.
       END PROGRAM RUNSTATS.
