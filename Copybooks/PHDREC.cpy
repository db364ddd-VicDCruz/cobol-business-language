      ******************************************************************
      * Shared PosHold.dat position-hold line, written by EMPMAINT for
      * a hire or transfer into a department already at its authorized
      * headcount, and worked off by a supervisor through POSAPPR: the
      * transaction exactly as it arrived, the day it was held, the
      * department and its authorized and actual headcount then.
      * COPY PHDREC REPLACING ==:REC:== BY ==<record-name>==.
      ******************************************************************
       01 :REC:.
           05 PHD-TXN PIC X(89).
           05 FILLER PIC X(1).
           05 PHD-HELD-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 PHD-DEPT PIC X(3).
           05 FILLER PIC X(1).
           05 PHD-AUTH-HEAD PIC 9(5).
           05 FILLER PIC X(1).
           05 PHD-ACTUAL-HEAD PIC 9(5).
