      ******************************************************************
      * Shared Enrollment.dat booking line, in booking order: the
      * employee, the course and sitting date, the Sessions.dat
      * session booked, the booking status (space or 'C' confirmed,
      * 'W' waitlisted, 'X' cancelled) and the date it was booked.
      * A line from before sessions carries no session and counts as
      * confirmed.
      * COPY ENRREC REPLACING ==:REC:== BY ==<record-name>==.
      ******************************************************************
       01 :REC:.
           05 ENR-EMP-ID PIC X(10).
           05 FILLER PIC X(1).
           05 ENR-COURSE PIC X(8).
           05 FILLER PIC X(1).
           05 ENR-SIT-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 ENR-SESSION PIC X(6).
           05 FILLER PIC X(1).
           05 ENR-STATUS PIC X(1).
               88 ENR-CONFIRMED VALUE SPACE 'C'.
               88 ENR-WAITLISTED VALUE 'W'.
               88 ENR-CANCELLED VALUE 'X'.
           05 FILLER PIC X(1).
           05 ENR-BOOKED-DATE PIC 9(8).
