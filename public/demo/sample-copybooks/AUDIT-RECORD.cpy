      * (one record per committed YTD update, before/after images)
      * and read back by PAY-RECON when it proves the run's money
      * against the register, the EFT file and the YTD movement.
      * PAY-VOID appends a reversing record when it voids a
      * committed pay, off the before-images the pay's own record
      * carries.
      *
       01  AUDIT-RECORD.
           05  AU-EMP-ID               PIC 9(6).
           05  AU-YTD-GROSS-AFTER      PIC 9(7)V99.
           05  AU-YTD-TAX-AFTER        PIC 9(7)V99.
           05  AU-YTD-SUPER-AFTER      PIC 9(7)V99.
      *    The part of the period's gross that is ordinary time
      *    earnings - the base the super guarantee is owed on. An
      *    unused-leave payout on termination and an ex-gratia
      *    payment are not ordinary time earnings and are left out.
           05  AU-PERIOD-OTE           PIC 9(7)V99.
      *    Pre-tax salary sacrifice into super taken from the
      *    period's gross - still inside AU-PERIOD-GROSS, but not
      *    taxed and reported as a reportable employer super
      *    contribution rather than as gross
           05  AU-PERIOD-RESC          PIC 9(7)V99.
      *    What the record is - a committed pay (blank on records
      *    written before the type was carried) or PAY-VOID's
      *    reversal of one. A reversal carries the voided pay's
      *    period figures, and its YTD images run the other way:
      *    before is what the void found on the master, after is
      *    what it put back, so before minus after is the period.
           05  AU-ENTRY-TYPE           PIC X(1).
               88  AU-PAY-ENTRY            VALUE 'P' ' '.
               88  AU-VOID-ENTRY           VALUE 'V'.
      *    Annual leave loading inside AU-PERIOD-GROSS - expensed
      *    to its own ledger account, so a reversing journal has
      *    to know how much of the gross it was
           05  AU-PERIOD-LOADING       PIC 9(7)V99.
      *    What the main run's commit overwrote that the YTD
      *    images do not carry - the leave balances before the
      *    accrual and drawdown (or the final-pay zeroing), the
      *    status and quarterly super base before the pay, and
      *    each fixed-term deduction balance drawn down - so
      *    PAY-VOID can put a voided pay back exactly. Left
      *    initialised on the supplementary runs' records, which
      *    are not voided.
           05  AU-RESTORE-DATA.
               10  AU-LEAVE-BAL-BEFORE PIC 9(5)V9.
               10  AU-SICK-BAL-BEFORE  PIC 9(5)V9.
               10  AU-LSL-BAL-BEFORE   PIC 9(5)V9.
               10  AU-ACTIVE-FLAG-BEFORE PIC X(1).
               10  AU-QTR-BASE-BEFORE  PIC 9(7)V99.
               10  AU-QTR-NUM-BEFORE   PIC 9(1).
               10  AU-DED-DRAWN-COUNT  PIC 9(2).
               10  AU-DED-DRAWN OCCURS 20 TIMES.
                   15  AU-DED-PRIORITY PIC 9(2).
                   15  AU-DED-DRAWN-AMT PIC 9(7)V99.
