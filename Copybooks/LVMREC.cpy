      ******************************************************************
      * Shared LeaveMaster.dat leave balance layout, one record per
      * employee per leave type ('VAC ' vacation, 'SICK' sick leave):
      * the leave year the figures belong to, the days carried over
      * into it, accrued and taken in it, the balance left, the days
      * forfeited over the carry-over cap at the last year end, the
      * pay period LEAVACR last accrued (so a month never accrues
      * twice) and the start date of the last booking LEAVBOOK
      * posted. All days carry two decimals, so a half day books.
      * COPY LVMREC REPLACING ==:REC:== BY ==<record-name>==.
      ******************************************************************
       01 :REC:.
           05 LVM-KEY.
               10 LVM-EMP-ID PIC X(10).
               10 LVM-TYPE PIC X(4).
                   88 LVM-VACATION VALUE 'VAC '.
                   88 LVM-SICK VALUE 'SICK'.
           05 LVM-LEAVE-YEAR PIC 9(4).
           05 LVM-CARRIED PIC 9(3)V99.
           05 LVM-ACCRUED PIC 9(3)V99.
           05 LVM-TAKEN PIC 9(3)V99.
           05 LVM-BALANCE PIC S9(3)V99.
           05 LVM-FORFEITED PIC 9(3)V99.
           05 LVM-LAST-ACCRUAL PIC 9(6).
           05 LVM-LAST-BOOKING PIC 9(8).
