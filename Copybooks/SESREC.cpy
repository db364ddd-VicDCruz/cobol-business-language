      ******************************************************************
      * Shared Sessions.dat course-session master line: the session
      * id bookings are made against, the Courses.dat course code,
      * the sitting date, the room, the seat capacity and the
      * session status (space or 'O' open for booking, 'H' held,
      * 'X' cancelled). ENRCAP confirms bookings up to the capacity
      * and waitlists the rest; SESROST prints the roster and
      * ENRRECON reconciles attendance by session.
      * COPY SESREC REPLACING ==:REC:== BY ==<record-name>==.
      ******************************************************************
       01 :REC:.
           05 SES-ID PIC X(6).
           05 FILLER PIC X(1).
           05 SES-COURSE PIC X(8).
           05 FILLER PIC X(1).
           05 SES-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 SES-LOCATION PIC X(20).
           05 FILLER PIC X(1).
           05 SES-CAPACITY PIC 9(3).
           05 FILLER PIC X(1).
           05 SES-STATUS PIC X(1).
               88 SES-OPEN VALUE SPACE 'O'.
               88 SES-HELD VALUE 'H'.
               88 SES-CANCELLED VALUE 'X'.
