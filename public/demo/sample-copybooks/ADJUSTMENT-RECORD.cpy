      * ADJUSTMENT-RECORD.cpy
      * Shared ADJUSTMENT-FILE record layout - one back-pay
      * instruction per back-dated rate rise, read by BACK-PAY.
      * Keyed by hand for a one-off rise, or generated by
      * SALARY-REVIEW for every employee a back-dated review
      * covers. The applied date is when the new rate actually
      * went onto the master - periods paid on or after it were
      * already paid at the new rate and accrue no arrears. Zero
      * means take EMP-RATE-APPLIED-DATE, the date EMP-MAINT
      * stamped on the master when it applied the approved rate.
      *
       01  ADJUSTMENT-RECORD.
           05  AJ-EMP-ID           PIC 9(6).
           05  AJ-OLD-RATE         PIC 9(4)V99.
           05  AJ-NEW-RATE         PIC 9(4)V99.
           05  AJ-EFFECTIVE-DATE   PIC 9(8).
           05  AJ-APPLIED-DATE     PIC 9(8).
           05  AJ-AUTHORISED-BY    PIC X(8).
