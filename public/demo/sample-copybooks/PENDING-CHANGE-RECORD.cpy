      * PENDING-CHANGE-RECORD.cpy
      * Shared PENDING-CHANGE-FILE record layout - the bank-detail
      * and pay-rate changes EMP-MAINT has accepted but not yet
      * applied, because a change that redirects or reprices an
      * employee's pay needs a second, different user's approval
      * before it reaches EMPLOYEE-FILE. One record per change:
      * 'B' carries the new BSB and account, 'R' the new pay rate
      * and/or pay type (zero rate or blank type is unchanged).
      * The old values are what the master held when the change
      * was keyed, for the pending-approvals report. EMP-MAINT
      * reads the file and writes its successor each run - adding
      * new changes, dropping approved, superseded and aged-out
      * ones. PAYROLL-CALC reads it to flag anyone paid while a
      * bank change for them is still waiting.
      *
       01  PENDING-CHANGE-RECORD.
           05  PC-EMP-ID           PIC 9(6).
           05  PC-CHANGE-TYPE      PIC X(1).
               88  PC-BANK-CHANGE  VALUE 'B'.
               88  PC-RATE-CHANGE  VALUE 'R'.
           05  PC-NEW-BANK-BSB     PIC 9(6).
           05  PC-NEW-BANK-ACCT    PIC 9(9).
           05  PC-NEW-PAY-RATE     PIC 9(4)V99.
           05  PC-NEW-PAY-TYPE     PIC X(1).
           05  PC-OLD-BANK-BSB     PIC 9(6).
           05  PC-OLD-BANK-ACCT    PIC 9(9).
           05  PC-OLD-PAY-RATE     PIC 9(4)V99.
           05  PC-OLD-PAY-TYPE     PIC X(1).
           05  PC-KEYED-BY         PIC X(8).
           05  PC-KEYED-DATE       PIC 9(8).
           05  FILLER              PIC X(13).
