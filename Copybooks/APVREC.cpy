      ******************************************************************
      * Shared approval-file line, the one shape of ReconAppr.dat,
      * StockAdjAppr.dat, RopApproved.dat and MergeAppr.dat: the
      * change itself in the layout its apply step reads (RECAPPLY
      * key and A/R, STOCKADJ item, quantity and lot, ROPAPPLY item
      * and point, CUSTMRG survivor and merged number), then the
      * stamps APPRSIGN puts on it from the OPERSEC sign-on - the
      * approval reference and who raised the change and when, and
      * who approved it and when. An apply step takes a line only
      * through SODCHK, which refuses one approved by its raiser.
      * COPY APVREC REPLACING ==:REC:== BY ==<record-name>==.
      ******************************************************************
       01 :REC:.
           05 APV-DETAIL PIC X(30).
           05 FILLER PIC X(1).
           05 APV-REF PIC X(5).
           05 APV-REF-NUM REDEFINES APV-REF PIC 9(5).
           05 FILLER PIC X(1).
           05 APV-RAISED-BY PIC X(8).
           05 FILLER PIC X(1).
           05 APV-RAISED-DATE PIC X(8).
           05 FILLER PIC X(1).
           05 APV-APPROVED-BY PIC X(8).
           05 FILLER PIC X(1).
           05 APV-APPROVED-DATE PIC X(8).
