      *          appended to InquiryLog.dat, stamped with the
      *          signed-on operator from OPERSEC function 'G' (or
      *          *UNKNWN* when nobody is signed on), for the daily
      *          INQRPT review audit asked for. The CUSTINQ customer
      *          account inquiry logs the same way, with the customer
      *          number or the name searched as the key.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
