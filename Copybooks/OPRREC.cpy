      ******************************************************************
      * Shared operator master line, the one shape of OperMaster.dat
      * read by OPERSEC, OPERMNT, OPERACT and OPERCERT: the operator
      * ID, password and authority level (1=INQUIRY, 2=MAINTENANCE,
      * 3=SUPERVISOR) in the columns the master has always had, then
      * the status (blank or 'A' active, 'S' suspended by a
      * supervisor, 'L' locked by OPERSEC after too many failed
      * sign-ons), the count of consecutive failed sign-ons, the date
      * the password was last changed (zero when a supervisor has
      * reset it, so the operator must choose a new one at the next
      * sign-on), the date of the last good sign-on and the date the
      * operator was added. A line keyed before the status columns
      * existed reads as active with nothing recorded.
      * COPY OPRREC REPLACING ==:REC:== BY ==<record-name>==.
      ******************************************************************
       01 :REC:.
           05 OPR-ID PIC X(8).
           05 FILLER PIC X(1).
           05 OPR-PASSWORD PIC X(8).
           05 FILLER PIC X(1).
           05 OPR-AUTHORITY PIC 9(1).
           05 FILLER PIC X(1).
           05 OPR-STATUS PIC X(1).
               88 OPR-ACTIVE VALUE SPACE 'A'.
               88 OPR-SUSPENDED VALUE 'S'.
               88 OPR-LOCKED VALUE 'L'.
           05 FILLER PIC X(1).
           05 OPR-FAIL-COUNT PIC X(2).
           05 OPR-FAIL-COUNT-NUM REDEFINES OPR-FAIL-COUNT PIC 9(2).
           05 FILLER PIC X(1).
           05 OPR-PWD-DATE PIC X(8).
           05 OPR-PWD-DATE-NUM REDEFINES OPR-PWD-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 OPR-LAST-SIGNON PIC X(8).
           05 OPR-LAST-SIGNON-NUM REDEFINES OPR-LAST-SIGNON PIC 9(8).
           05 FILLER PIC X(1).
           05 OPR-ADDED-DATE PIC X(8).
